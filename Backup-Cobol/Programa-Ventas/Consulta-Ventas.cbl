      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Consulta en linea del historico de ventas
      *          ventas-historico.dat por rango de fechas, codigo de
      *          producto y tienda, en cualquier combinacion (filtro
      *          en blanco o en cero no restringe). Con producto entra
      *          por la clave alternativa producto + fecha, con solo
      *          tienda por la clave tienda + fecha y sin ninguno de
      *          los dos por la clave fecha + secuencia, asi nunca
      *          recorre mas que el tramo pedido. Muestra cada
      *          movimiento con subtotal por dia y total general
      *          (las devoluciones restan), de a 20 lineas por
      *          pantalla, y al terminar ofrece imprimir el mismo
      *          resultado en consulta-ventas-<fecha>-<hora>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-VENTAS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO WS-HISTORICO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT CONSULTA-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD CONSULTA-REPORTE.
       01 CONSULTA-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-PATH   PIC X(60) VALUE "ventas-historico.dat".
       01  WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-PRESENTE VALUE "00".
       01  WS-REPORTE-PATH     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-STATUS   PIC X(02) VALUE "00".
           88 REPORTE-ABIERTO-OK VALUE "00".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       77  WS-LINEAS-PANTALLA  PIC 9(02) VALUE 20.
       01  WS-SEGUIR           PIC X VALUE "S".
       01  WS-IMPRIMIR         PIC X VALUE "N".
       01  WS-CORTAR           PIC X VALUE SPACE.
       01  WS-DESTINO          PIC X VALUE "P".
           88 DESTINO-PANTALLA  VALUE "P".
           88 DESTINO-IMPRESION VALUE "I".
       01  WS-CAMINO           PIC X VALUE "F".
           88 CAMINO-PRODUCTO  VALUE "P".
           88 CAMINO-TIENDA    VALUE "T".
           88 CAMINO-FECHA     VALUE "F".
       01  WS-FIN-HISTORICO    PIC X VALUE "1".
       01  WS-CUMPLE-FILTRO    PIC X VALUE "N".
       01  WS-FILTROS-OK       PIC X VALUE "S".

       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE ZEROES.
       01  WS-FILTRO-PRODUCTO  PIC X(08) VALUE SPACES.
       01  WS-FILTRO-TIENDA    PIC X(05) VALUE SPACES.
       01  WS-FECHA-DESDE-X    PIC X(08) VALUE SPACES.
       01  WS-FECHA-HASTA-X    PIC X(08) VALUE SPACES.
       01  WS-FECHA-DESDE      PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-HASTA      PIC 9(08) VALUE 99999999.
       01  WS-FECHA-ANTERIOR   PIC 9(08) VALUE ZEROES.
       01  WS-IMPORTE-MOV      PIC S9(05)V99 VALUE ZEROES.

       01  CN-LINEAS-PANTALLA  PIC 9(02) VALUE ZEROES.
       01  CN-MOVIMIENTOS      PIC 9(07) VALUE ZEROES.
       01  CN-MOV-DIA          PIC 9(05) VALUE ZEROES.
       01  CN-DIAS             PIC 9(05) VALUE ZEROES.
       01  AC-IMPORTE-DIA      PIC S9(09)V99 VALUE ZEROES.
       01  AC-IMPORTE-TOTAL    PIC S9(11)V99 VALUE ZEROES.

       01  WS-LINEA-SALIDA     PIC X(80) VALUE SPACES.

       01 LINEA-TITULO.
           05 FILLER PIC X(19) VALUE "CONSULTA DE VENTAS ".
           05 FILLER PIC X(06) VALUE "DESDE ".
           05 CV-TIT-DESDE PIC 9(08).
           05 FILLER PIC X(07) VALUE " HASTA ".
           05 CV-TIT-HASTA PIC 9(08).
           05 FILLER PIC X(10) VALUE " PRODUCTO ".
           05 CV-TIT-PRODUCTO PIC X(08).
           05 FILLER PIC X(08) VALUE " TIENDA ".
           05 CV-TIT-TIENDA PIC X(05).

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(09) VALUE "FECHA".
           05 FILLER PIC X(09) VALUE "SECUENC.".
           05 FILLER PIC X(09) VALUE "PRODUCTO".
           05 FILLER PIC X(07) VALUE "TIENDA".
           05 FILLER PIC X(02) VALUE "T".
           05 FILLER PIC X(12) VALUE "VENDEDOR".
           05 FILLER PIC X(11) VALUE "    IMPORTE".

       01 LINEA-MOVIMIENTO.
           05 CV-FECHA     PIC 9(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CV-SECUENCIA PIC 9(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CV-PRODUCTO  PIC X(08).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CV-TIENDA    PIC X(05).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 CV-TIPO      PIC X(01).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CV-VENDEDOR  PIC X(11).
           05 FILLER       PIC X(01) VALUE SPACE.
           05 CV-IMPORTE   PIC -ZZZZZ9.99.

       01 LINEA-SUBTOTAL.
           05 FILLER PIC X(18) VALUE "  SUBTOTAL DIA    ".
           05 CV-SUB-FECHA PIC 9(08).
           05 FILLER PIC X(14) VALUE "  MOVIMIENTOS ".
           05 CV-SUB-CANTIDAD PIC ZZZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 CV-SUB-IMPORTE PIC -ZZZZZZZZ9.99.

       01 LINEA-TOTAL.
           05 FILLER PIC X(18) VALUE "TOTAL GENERAL DIAS".
           05 CV-TOT-DIAS PIC ZZZZZZZ9.
           05 FILLER PIC X(14) VALUE "  MOVIMIENTOS ".
           05 CV-TOT-CANTIDAD PIC ZZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CV-TOT-IMPORTE PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM 1000-OBTENER-RUTA.
           PERFORM 2000-ATENDER-CONSULTA
               UNTIL WS-SEGUIR NOT = "S".
           GOBACK.

           1000-OBTENER-RUTA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "VENTAS-HISTORICO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORICO-PATH
           END-IF.

           2000-ATENDER-CONSULTA.
           PERFORM 2100-PEDIR-FILTROS.
           IF WS-FILTROS-OK = "S"
               MOVE "P" TO WS-DESTINO
               PERFORM 3000-RECORRER-HISTORICO
               IF CN-MOVIMIENTOS > 0
                   DISPLAY "IMPRIMIR EL RESULTADO (S/N): "
                   MOVE "N" TO WS-IMPRIMIR
                   ACCEPT WS-IMPRIMIR
                   IF WS-IMPRIMIR = "S" OR WS-IMPRIMIR = "s"
                       PERFORM 2200-IMPRIMIR-CONSULTA
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OTRA CONSULTA (S/N): ".
           ACCEPT WS-SEGUIR.

           2100-PEDIR-FILTROS.
           MOVE "S" TO WS-FILTROS-OK.
           DISPLAY "CONSULTA DEL HISTORICO DE VENTAS".
           DISPLAY "FECHA DESDE AAAAMMDD (ENTER = SIN LIMITE): ".
           MOVE SPACES TO WS-FECHA-DESDE-X.
           ACCEPT WS-FECHA-DESDE-X.
           IF WS-FECHA-DESDE-X IS NUMERIC
               MOVE WS-FECHA-DESDE-X TO WS-FECHA-DESDE
           ELSE
               MOVE ZEROES TO WS-FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA AAAAMMDD (ENTER = SIN LIMITE): ".
           MOVE SPACES TO WS-FECHA-HASTA-X.
           ACCEPT WS-FECHA-HASTA-X.
           IF WS-FECHA-HASTA-X IS NUMERIC
               MOVE WS-FECHA-HASTA-X TO WS-FECHA-HASTA
           ELSE
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.
           DISPLAY "CODIGO DE PRODUCTO (ENTER = TODOS): ".
           MOVE SPACES TO WS-FILTRO-PRODUCTO.
           ACCEPT WS-FILTRO-PRODUCTO.
           DISPLAY "TIENDA (ENTER = TODAS): ".
           MOVE SPACES TO WS-FILTRO-TIENDA.
           ACCEPT WS-FILTRO-TIENDA.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "*** LA FECHA DESDE ES POSTERIOR A LA FECHA "
                   "HASTA ***"
               MOVE "N" TO WS-FILTROS-OK
           END-IF.

           2200-IMPRIMIR-CONSULTA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING "consulta-ventas-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HORA-SISTEMA(1:6) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           OPEN OUTPUT CONSULTA-REPORTE.
           IF NOT REPORTE-ABIERTO-OK
               DISPLAY "*** NO SE PUDO CREAR " WS-REPORTE-PATH
                   " - STATUS " WS-REPORTE-STATUS " ***"
           ELSE
               MOVE "I" TO WS-DESTINO
               PERFORM 3000-RECORRER-HISTORICO
               DISPLAY "CONSULTA IMPRESA EN " WS-REPORTE-PATH
           END-IF.
           CLOSE CONSULTA-REPORTE.

           3000-RECORRER-HISTORICO.
           MOVE ZEROES TO CN-MOVIMIENTOS.
           MOVE ZEROES TO CN-DIAS.
           MOVE ZEROES TO CN-LINEAS-PANTALLA.
           MOVE ZEROES TO AC-IMPORTE-TOTAL.
           MOVE ZEROES TO WS-FECHA-ANTERIOR.
           MOVE SPACE TO WS-CORTAR.
           MOVE "1" TO WS-FIN-HISTORICO.
           MOVE WS-FECHA-DESDE TO CV-TIT-DESDE.
           MOVE WS-FECHA-HASTA TO CV-TIT-HASTA.
           MOVE WS-FILTRO-PRODUCTO TO CV-TIT-PRODUCTO.
           MOVE WS-FILTRO-TIENDA TO CV-TIT-TIENDA.
           MOVE LINEA-TITULO TO WS-LINEA-SALIDA.
           PERFORM 3500-EMITIR-LINEA.
           MOVE LINEA-ENCABEZADO TO WS-LINEA-SALIDA.
           PERFORM 3500-EMITIR-LINEA.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF NOT HISTORICO-PRESENTE
               DISPLAY "*** NO SE PUDO ABRIR EL HISTORICO - STATUS "
                   WS-HISTORICO-STATUS " ***"
           ELSE
               PERFORM 3050-POSICIONAR-HISTORICO
               IF WS-FIN-HISTORICO = "1"
                   PERFORM 3100-LEER-HISTORICO
               END-IF
               PERFORM 3200-EVALUAR-MOVIMIENTO
                   UNTIL WS-FIN-HISTORICO = "0"
                   OR WS-CORTAR = "F"
               IF WS-CORTAR = "F"
                   DISPLAY "*** CONSULTA CORTADA POR EL OPERADOR ***"
               ELSE
                   IF WS-FECHA-ANTERIOR > 0
                       PERFORM 3600-CERRAR-DIA
                   END-IF
                   PERFORM 3700-TOTAL-GENERAL
               END-IF
           END-IF.
           CLOSE HISTORICO-ARCHIVO.

           3050-POSICIONAR-HISTORICO.
           EVALUATE TRUE
               WHEN WS-FILTRO-PRODUCTO NOT = SPACES
                   MOVE "P" TO WS-CAMINO
                   MOVE WS-FILTRO-PRODUCTO TO HV-PRODUCTO-ALT
                   MOVE WS-FECHA-DESDE TO HV-FECHA-PRODUCTO
                   START HISTORICO-ARCHIVO
                       KEY IS NOT < HV-CLAVE-PRODUCTO
                       INVALID KEY
                           MOVE "0" TO WS-FIN-HISTORICO
                   END-START
               WHEN WS-FILTRO-TIENDA NOT = SPACES
                   MOVE "T" TO WS-CAMINO
                   MOVE WS-FILTRO-TIENDA TO HV-TIENDA
                   MOVE WS-FECHA-DESDE TO HV-FECHA-TIENDA
                   START HISTORICO-ARCHIVO
                       KEY IS NOT < HV-CLAVE-TIENDA
                       INVALID KEY
                           MOVE "0" TO WS-FIN-HISTORICO
                   END-START
               WHEN OTHER
                   MOVE "F" TO WS-CAMINO
                   MOVE WS-FECHA-DESDE TO HV-FECHA
                   MOVE ZEROES TO HV-SECUENCIA
                   START HISTORICO-ARCHIVO
                       KEY IS NOT < HV-CLAVE
                       INVALID KEY
                           MOVE "0" TO WS-FIN-HISTORICO
                   END-START
           END-EVALUATE.

           3100-LEER-HISTORICO.
           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-HISTORICO
           END-READ.
           IF WS-FIN-HISTORICO = "1"
               IF HV-FECHA > WS-FECHA-HASTA
                   AND NOT CAMINO-TIENDA AND NOT CAMINO-PRODUCTO
                   MOVE "0" TO WS-FIN-HISTORICO
               END-IF
               IF CAMINO-PRODUCTO
                   AND (HV-PRODUCTO-ALT NOT = WS-FILTRO-PRODUCTO
                   OR HV-FECHA-PRODUCTO > WS-FECHA-HASTA)
                   MOVE "0" TO WS-FIN-HISTORICO
               END-IF
               IF CAMINO-TIENDA
                   AND (HV-TIENDA NOT = WS-FILTRO-TIENDA
                   OR HV-FECHA-TIENDA > WS-FECHA-HASTA)
                   MOVE "0" TO WS-FIN-HISTORICO
               END-IF
           END-IF.

           3200-EVALUAR-MOVIMIENTO.
           PERFORM 3300-APLICAR-FILTROS.
           IF WS-CUMPLE-FILTRO = "S"
               PERFORM 3400-MOSTRAR-MOVIMIENTO
           END-IF.
           PERFORM 3100-LEER-HISTORICO.

           3300-APLICAR-FILTROS.
           MOVE "S" TO WS-CUMPLE-FILTRO.
           IF HV-FECHA < WS-FECHA-DESDE
               OR HV-FECHA > WS-FECHA-HASTA
               MOVE "N" TO WS-CUMPLE-FILTRO
           END-IF.
           IF WS-FILTRO-PRODUCTO NOT = SPACES
               AND HV-COD-PROD-TIENDA NOT = WS-FILTRO-PRODUCTO
               MOVE "N" TO WS-CUMPLE-FILTRO
           END-IF.
           IF WS-FILTRO-TIENDA NOT = SPACES
               AND HV-TIENDA NOT = WS-FILTRO-TIENDA
               MOVE "N" TO WS-CUMPLE-FILTRO
           END-IF.

           3400-MOSTRAR-MOVIMIENTO.
           IF HV-FECHA NOT = WS-FECHA-ANTERIOR
               IF WS-FECHA-ANTERIOR > 0
                   PERFORM 3600-CERRAR-DIA
               END-IF
               MOVE HV-FECHA TO WS-FECHA-ANTERIOR
               MOVE ZEROES TO CN-MOV-DIA
               MOVE ZEROES TO AC-IMPORTE-DIA
               ADD 1 TO CN-DIAS
           END-IF.
           IF HV-ES-DEVOLUCION
               COMPUTE WS-IMPORTE-MOV = 0 - HV-IMPORTE
               MOVE "D" TO CV-TIPO
           ELSE
               MOVE HV-IMPORTE TO WS-IMPORTE-MOV
               MOVE "V" TO CV-TIPO
           END-IF.
           ADD 1 TO CN-MOVIMIENTOS.
           ADD 1 TO CN-MOV-DIA.
           ADD WS-IMPORTE-MOV TO AC-IMPORTE-DIA.
           ADD WS-IMPORTE-MOV TO AC-IMPORTE-TOTAL.
           MOVE HV-FECHA TO CV-FECHA.
           MOVE HV-SECUENCIA TO CV-SECUENCIA.
           MOVE HV-COD-PROD-TIENDA TO CV-PRODUCTO.
           MOVE HV-TIENDA TO CV-TIENDA.
           MOVE HV-VENDEDOR TO CV-VENDEDOR.
           MOVE WS-IMPORTE-MOV TO CV-IMPORTE.
           MOVE LINEA-MOVIMIENTO TO WS-LINEA-SALIDA.
           PERFORM 3500-EMITIR-LINEA.

           3500-EMITIR-LINEA.
           IF DESTINO-IMPRESION
               WRITE CONSULTA-LINEA FROM WS-LINEA-SALIDA
           ELSE
               IF CN-LINEAS-PANTALLA NOT < WS-LINEAS-PANTALLA
                   AND WS-CORTAR NOT = "F"
                   MOVE ZEROES TO CN-LINEAS-PANTALLA
                   DISPLAY "ENTER = SIGUE   F = CORTA: "
                   MOVE SPACE TO WS-CORTAR
                   ACCEPT WS-CORTAR
                   IF WS-CORTAR = "f"
                       MOVE "F" TO WS-CORTAR
                   END-IF
               END-IF
               IF WS-CORTAR NOT = "F"
                   DISPLAY WS-LINEA-SALIDA
                   ADD 1 TO CN-LINEAS-PANTALLA
               END-IF
           END-IF.

           3600-CERRAR-DIA.
           MOVE WS-FECHA-ANTERIOR TO CV-SUB-FECHA.
           MOVE CN-MOV-DIA TO CV-SUB-CANTIDAD.
           MOVE AC-IMPORTE-DIA TO CV-SUB-IMPORTE.
           MOVE LINEA-SUBTOTAL TO WS-LINEA-SALIDA.
           PERFORM 3500-EMITIR-LINEA.

           3700-TOTAL-GENERAL.
           MOVE CN-DIAS TO CV-TOT-DIAS.
           MOVE CN-MOVIMIENTOS TO CV-TOT-CANTIDAD.
           MOVE AC-IMPORTE-TOTAL TO CV-TOT-IMPORTE.
           MOVE LINEA-TOTAL TO WS-LINEA-SALIDA.
           PERFORM 3500-EMITIR-LINEA.

       END PROGRAM CONSULTA-VENTAS.
