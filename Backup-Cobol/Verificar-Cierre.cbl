      *          (con aviso cuando el pendiente mas viejo supera los
      *          dias del parametro DIAS-AVISO-PENDIENTE),
      *          entradas de nomina-xref.dat cuyo legajo ya no esta en
      *          empleados.dat, rutas del manifiesto que apuntan a
      *          archivos inexistentes y partidas abiertas de la
      *          conciliacion de depositos conciliacion-depositos.dat
      *          (faltantes con su importe y ventas sin deposito mas
      *          viejas que DIAS-AVISO-PENDIENTE, como advertencia).
      *          Devuelve el checklist armado linea por linea para
      *          que el driver lo asiente en cierre-diario.log, y el
      *          estado 0/1/2: un archivo de
      *          tienda faltante o una fecha de negocio incoherente
      *          son bloqueantes (estado 2) y detienen la cadena.
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT OPTIONAL CONCILIACION-ARCHIVO
           ASSIGN TO WS-CONCILIACION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONCILIACION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FECHA-NEGOCIO-ARCHIVO.
           05 DU-FECHA-VENTA     PIC 9(08).
           05 DU-COD-PROD-TIENDA PIC X(08).
           05 DU-FECHA-ALTA      PIC X(08).
           05 DU-TIPO-MOV        PIC X(01).
           05 DU-VENDEDOR        PIC X(11).
           05 DU-TIENDA          PIC X(05).

       FD XREF-ARCHIVO.
       01 XREF-REGISTRO.
       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD CONCILIACION-ARCHIVO.
           COPY DEPCONC.CPY.

       WORKING-STORAGE SECTION.
       01  WS-FECHA-NEG-STATUS  PIC X(02) VALUE "00".
           88 FECHA-NEG-ABIERTO-OK VALUES "00" "05".
       01  WS-DIAS-REFERENCIA   PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-PENDIENTE    PIC S9(05) VALUE ZEROES.

       01  WS-CONCILIACION-PATH PIC X(60) VALUE
           "conciliacion-depositos.dat".
       01  WS-CONCILIACION-STATUS PIC X(02) VALUE "00".
           88 CONCILIACION-ABIERTO-OK VALUES "00" "05".
       01  CN-DEP-FALTANTES     PIC 9(04) VALUE ZEROES.
       01  CN-DEP-SIN-DEPOSITO  PIC 9(04) VALUE ZEROES.
       01  AC-DEP-FALTANTE      PIC 9(09)V99 VALUE ZEROES.
       01  WS-DIAS-REF-DEPOSITO PIC 9(08) VALUE ZEROES.

       01 RESTO-IMPORTE-FALTANTE.
           05 FILLER        PIC X(10) VALUE " IMPORTE: ".
           05 RF-IMPORTE    PIC ZZZZZZZZ9.99.

       01 LINEA-CHECK.
           05 VC-MARCA    PIC X(04).
           05 VC-CONCEPTO PIC X(44).
           PERFORM 3000-CONTAR-PENDIENTES.
           PERFORM 4000-VERIFICAR-XREF.
           PERFORM 5000-VERIFICAR-MANIFIESTO.
           PERFORM 6000-VERIFICAR-DEPOSITOS.
           IF WS-HAY-BLOQUEO = "S"
               MOVE "2" TO LK-ESTADO-VERIFICACION
           ELSE
           END-IF.
           PERFORM 5100-LEER-MANIFIESTO.

           6000-VERIFICAR-DEPOSITOS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "CONCILIACION-DEPOSITOS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CONCILIACION-PATH
           END-IF.
           PERFORM 3510-LEER-DIAS-AVISO.
           IF WS-FECHA-NEGOCIO > ZEROES
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CALC
           ELSE
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-CALC
           END-IF.
           PERFORM 3600-CALCULAR-DIAS.
           MOVE WS-DIAS-TOTALES TO WS-DIAS-REF-DEPOSITO.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT CONCILIACION-ARCHIVO.
           IF CONCILIACION-ABIERTO-OK
               PERFORM 6100-LEER-PARTIDA
               PERFORM 6200-REVISAR-PARTIDA
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE CONCILIACION-ARCHIVO.
           MOVE "FALTANTES DE DEPOSITO ABIERTOS      :"
               TO VC-CONCEPTO.
           MOVE CN-DEP-FALTANTES TO VC-CANTIDAD.
           IF CN-DEP-FALTANTES > 0
               MOVE AC-DEP-FALTANTE TO RF-IMPORTE
               MOVE RESTO-IMPORTE-FALTANTE TO VC-RESTO
               PERFORM 9200-LINEA-ADVERTENCIA
           ELSE
               MOVE SPACES TO VC-RESTO
               PERFORM 9100-LINEA-OK
           END-IF.
           MOVE "VENTAS SIN DEPOSITO FUERA DE PLAZO  :"
               TO VC-CONCEPTO.
           MOVE CN-DEP-SIN-DEPOSITO TO VC-CANTIDAD.
           MOVE SPACES TO VC-RESTO.
           IF CN-DEP-SIN-DEPOSITO > 0
               PERFORM 9200-LINEA-ADVERTENCIA
           ELSE
               PERFORM 9100-LINEA-OK
           END-IF.

           6100-LEER-PARTIDA.
           READ CONCILIACION-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ARCHIVO
           END-READ.

           6200-REVISAR-PARTIDA.
           IF DC-FALTANTE
               ADD 1 TO CN-DEP-FALTANTES
               IF DC-VENTAS > DC-DEPOSITADO
                   COMPUTE AC-DEP-FALTANTE = AC-DEP-FALTANTE
                       + DC-VENTAS - DC-DEPOSITADO
               END-IF
           END-IF.
           IF DC-SIN-DEPOSITO AND DC-FECHA IS NUMERIC
               MOVE DC-FECHA TO WS-FECHA-CALC
               PERFORM 3600-CALCULAR-DIAS
               SUBTRACT WS-DIAS-TOTALES FROM WS-DIAS-REF-DEPOSITO
                   GIVING WS-DIAS-PENDIENTE
               IF WS-DIAS-PENDIENTE > WS-DIAS-AVISO
                   ADD 1 TO CN-DEP-SIN-DEPOSITO
               END-IF
           END-IF.
           PERFORM 6100-LEER-PARTIDA.

       END PROGRAM VERIFICAR-CIERRE.
