      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Concilia los depositos de efectivo de cada tienda
      *          contra su venta neta del dia. Parte de las partidas
      *          arrastradas en conciliacion-depositos.dat, les
      *          asigna la venta de la fecha de negocio tomada de
      *          ventas-resumen-tiendas.dat y aplica los depositos
      *          nuevos de depositos-tiendas.dat (extracto bancario y
      *          carga de tesoreria) a la tienda y fecha que cubren.
      *          Cada partida queda conciliada cuando la diferencia no
      *          supera TOLERANCIA-DEPOSITO (10 pesos por omision); si
      *          no, queda como faltante, sobrante, venta sin deposito
      *          o deposito sin venta y se arrastra al cierre
      *          siguiente hasta que un deposito o una reversion la
      *          concilie. Emite conciliacion-depositos-AAAAMMDD.rpt
      *          con las partidas abiertas agrupadas por region
      *          (TM-REGION) y sus subtotales de faltante, sobrante y
      *          venta sin depositar, pasa los depositos aplicados a
      *          depositos-aplicados.dat y vacia depositos-tiendas.dat.
      *          Lo llama el cierre diario con la fecha de negocio;
      *          devuelve 0 sin partidas abiertas, 1 con partidas
      *          abiertas y 2 ante un error de archivo, mas la
      *          cantidad de partidas abiertas. En la simulacion del
      *          cierre (CIERRE-SIMULACION=S) trabaja sobre las copias
      *          simulacion-* que le apunta el cierre, lee el resumen
      *          y aplica los depositos a las copias de trabajo y
      *          emite simulacion-conciliacion-depositos-AAAAMMDD.rpt
      *          con la leyenda de simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-DEPOSITOS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONCILIACION-ARCHIVO
           ASSIGN TO WS-CONCILIACION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONCILIACION-STATUS.

           SELECT OPTIONAL RESUMEN-TIENDAS-ARCHIVO
           ASSIGN TO WS-RESUMEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMEN-STATUS.

           SELECT OPTIONAL DEPOSITOS-ARCHIVO
           ASSIGN TO WS-DEPOSITOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT OPTIONAL APLICADOS-ARCHIVO
           ASSIGN TO WS-APLICADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APLICADOS-STATUS.

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO WS-PARAMETROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT DEPOSITOS-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONCILIACION-ARCHIVO.
           COPY DEPCONC.CPY.

       FD RESUMEN-TIENDAS-ARCHIVO.
       01 RESUMEN-TIENDA-REGISTRO.
           05 VT-FECHA    PIC 9(08).
           05 VT-TIENDA   PIC X(05).
           05 VT-REGION   PIC X(05).
           05 VT-REGS     PIC 9(04).
           05 VT-IMPORTE  PIC 9(08)V99.
           05 VT-RECHAZOS PIC 9(04).
           05 VT-DEVOLUCIONES PIC 9(08)V99.

       FD DEPOSITOS-ARCHIVO.
           COPY DEPOSITO.CPY.

       FD APLICADOS-ARCHIVO.
       01 APLICADO-REGISTRO.
           05 DA-FECHA-APLICADO PIC 9(08).
           05 DA-DEPOSITO       PIC X(58).

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD DEPOSITOS-REPORTE.
       01 DEPOSITOS-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONCILIACION-PATH PIC X(60) VALUE
           "conciliacion-depositos.dat".
       01  WS-CONCILIACION-STATUS PIC X(02) VALUE "00".
           88 CONCILIACION-ABIERTO-OK VALUES "00" "05".
       01  WS-RESUMEN-PATH     PIC X(60) VALUE
           "ventas-resumen-tiendas.dat".
       01  WS-RESUMEN-STATUS   PIC X(02) VALUE "00".
           88 RESUMEN-ABIERTO-OK VALUES "00" "05".
       01  WS-DEPOSITOS-PATH   PIC X(60) VALUE "depositos-tiendas.dat".
       01  WS-DEPOSITOS-STATUS PIC X(02) VALUE "00".
           88 DEPOSITOS-ABIERTO-OK VALUES "00" "05".
       01  WS-APLICADOS-PATH   PIC X(60) VALUE
           "depositos-aplicados.dat".
       01  WS-APLICADOS-STATUS PIC X(02) VALUE "00".
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".
       01  WS-TIENDAS-DISPONIBLE PIC X VALUE "N".
       01  WS-PARAMETROS-PATH  PIC X(60) VALUE "parametros.dat".
       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-REPORTE-PATH     PIC X(60) VALUE SPACES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-SIMULACION       PIC X VALUE "N".

       01  WS-FIN-PARAMETROS   PIC X VALUE "1".
       01  WS-FIN-CONCILIACION PIC X VALUE "1".
       01  WS-FIN-RESUMEN      PIC X VALUE "1".
       01  WS-FIN-DEPOSITOS    PIC X VALUE "1".

       01  WS-FECHA-CONCILIACION PIC 9(08) VALUE ZEROES.
       01  WS-TOLERANCIA       PIC 9(06) VALUE 10.
       01  WS-TIENDA-BUSCADA   PIC X(05) VALUE SPACES.
       01  WS-FECHA-BUSCADA    PIC 9(08) VALUE ZEROES.
       01  WS-DIFERENCIA       PIC S9(08)V99 VALUE ZEROES.
       01  WS-DIFERENCIA-ABS   PIC 9(08)V99 VALUE ZEROES.
       01  WS-ESTADO-ANTERIOR  PIC X(01) VALUE SPACE.
       01  WS-TABLA-LLENA      PIC X VALUE "N".
       01  WS-AVISO-FECHA      PIC X VALUE "N".

       01 TABLA-PARTIDAS.
           05 CN-PARTIDAS PIC 9(04) VALUE ZEROES.
           05 PARTIDA-DEPOSITO OCCURS 1000 TIMES.
               10 TB-CD-TIENDA      PIC X(05).
               10 TB-CD-FECHA       PIC 9(08).
               10 TB-CD-REGION      PIC X(05).
               10 TB-CD-VENTAS      PIC 9(08)V99.
               10 TB-CD-DEPOSITADO  PIC 9(08)V99.
               10 TB-CD-ESTADO      PIC X(01).
               10 TB-CD-FECHA-ALTA  PIC 9(08).
               10 TB-CD-FECHA-CONC  PIC 9(08).
       01  WS-SUB-PARTIDA      PIC 9(04) VALUE ZEROES.
       01  WS-POS-PARTIDA      PIC 9(04) VALUE ZEROES.
       01  WS-PARTIDA-HALLADA  PIC X VALUE "N".

       01 TABLA-REGIONES.
           05 CN-REGIONES PIC 9(03) VALUE ZEROES.
           05 REGION-DEPOSITO OCCURS 100 TIMES.
               10 TB-RG-REGION      PIC X(05).
       01  WS-SUB-REGION       PIC 9(03) VALUE ZEROES.
       01  WS-REGION-HALLADA   PIC X VALUE "N".

       01  CN-VENTAS-TOMADAS   PIC 9(04) VALUE ZEROES.
       01  CN-DEPOSITOS        PIC 9(04) VALUE ZEROES.
       01  CN-REVERSIONES      PIC 9(04) VALUE ZEROES.
       01  CN-CONCILIADAS-HOY  PIC 9(04) VALUE ZEROES.
       01  CN-ABIERTAS         PIC 9(04) VALUE ZEROES.
       01  CN-FALTANTES        PIC 9(04) VALUE ZEROES.
       01  CN-SOBRANTES        PIC 9(04) VALUE ZEROES.
       01  CN-SIN-DEPOSITO     PIC 9(04) VALUE ZEROES.
       01  CN-SIN-VENTA        PIC 9(04) VALUE ZEROES.
       01  AC-FALTANTE-REGION  PIC 9(09)V99 VALUE ZEROES.
       01  AC-SOBRANTE-REGION  PIC 9(09)V99 VALUE ZEROES.
       01  AC-SIN-DEP-REGION   PIC 9(09)V99 VALUE ZEROES.
       01  AC-FALTANTE-TOTAL   PIC 9(09)V99 VALUE ZEROES.
       01  AC-SOBRANTE-TOTAL   PIC 9(09)V99 VALUE ZEROES.
       01  AC-SIN-DEP-TOTAL    PIC 9(09)V99 VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(35)
           VALUE "***** CONCILIACION DE DEPOSITOS - ".
           05 LT-FECHA PIC 9(08).
           05 FILLER PIC X(06) VALUE " *****".

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-TOLERANCIA.
           05 FILLER PIC X(24) VALUE "TOLERANCIA POR PARTIDA: ".
           05 LT-TOLERANCIA PIC ZZZZZ9.

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(07) VALUE "TIENDA".
           05 FILLER PIC X(07) VALUE "REGION".
           05 FILLER PIC X(10) VALUE "FECHA".
           05 FILLER PIC X(13) VALUE "     VENTAS".
           05 FILLER PIC X(13) VALUE "  DEPOSITADO".
           05 FILLER PIC X(14) VALUE "  DIFERENCIA".
           05 FILLER PIC X(16) VALUE "ESTADO".

       01 LINEA-PARTIDA.
           05 LP-TIENDA     PIC X(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-REGION     PIC X(05).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-FECHA      PIC 9(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-VENTAS     PIC ZZZZZZZ9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-DEPOSITADO PIC ZZZZZZZ9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-DIFERENCIA PIC -ZZZZZZZ9.99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-ESTADO     PIC X(16).

       01 LINEA-SUBTOTAL-REGION.
           05 FILLER        PIC X(08) VALUE "REGION ".
           05 LS-REGION     PIC X(05).
           05 FILLER        PIC X(07) VALUE " FALT: ".
           05 LS-FALTANTE   PIC ZZZZZZZZ9.99.
           05 FILLER        PIC X(07) VALUE " SOBR: ".
           05 LS-SOBRANTE   PIC ZZZZZZZZ9.99.
           05 FILLER        PIC X(08) VALUE " S/DEP: ".
           05 LS-SIN-DEP    PIC ZZZZZZZZ9.99.

       01 LINEA-SIN-PARTIDAS.
           05 FILLER PIC X(44)
           VALUE "SIN PARTIDAS ABIERTAS - DEPOSITOS AL DIA".

       01 LINEA-TOTAL.
           05 LT-TEXTO-TOTAL PIC X(36).
           05 LT-CANTIDAD    PIC ZZZ9.

       01 LINEA-TOTAL-IMPORTE.
           05 LI-TEXTO-TOTAL PIC X(36).
           05 LI-IMPORTE     PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LK-FECHA-CONCILIACION PIC 9(08).
       01  LK-ESTADO-DEPOSITOS   PIC X(01).
       01  LK-PARTIDAS-ABIERTAS  PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA-CONCILIACION
           LK-ESTADO-DEPOSITOS LK-PARTIDAS-ABIERTAS.
           0000-PRINCIPAL.
           MOVE "0" TO LK-ESTADO-DEPOSITOS.
           MOVE ZEROES TO LK-PARTIDAS-ABIERTAS.
           MOVE LK-FECHA-CONCILIACION TO WS-FECHA-CONCILIACION.
           PERFORM 1000-OBTENER-RUTAS.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-CARGAR-PARTIDAS.
           IF LK-ESTADO-DEPOSITOS NOT = "2"
               PERFORM 1300-TOMAR-VENTAS-DEL-DIA
           END-IF.
           IF LK-ESTADO-DEPOSITOS NOT = "2"
               PERFORM 1400-APLICAR-DEPOSITOS
           END-IF.
           IF LK-ESTADO-DEPOSITOS NOT = "2"
               AND WS-TABLA-LLENA = "S"
               DISPLAY "*** ERROR: MAS DE 1000 PARTIDAS DE DEPOSITOS "
                   "- NO SE CONCILIA ***"
               MOVE "2" TO LK-ESTADO-DEPOSITOS
           END-IF.
           IF LK-ESTADO-DEPOSITOS NOT = "2"
               PERFORM 2000-CLASIFICAR-PARTIDA
                   VARYING WS-SUB-PARTIDA FROM 1 BY 1
                   UNTIL WS-SUB-PARTIDA > CN-PARTIDAS
               PERFORM 3000-EMITIR-REPORTE
               PERFORM 4000-REGRABAR-PARTIDAS
               PERFORM 5000-ARCHIVAR-DEPOSITOS
               MOVE CN-ABIERTAS TO LK-PARTIDAS-ABIERTAS
               IF CN-ABIERTAS > 0
                   MOVE "1" TO LK-ESTADO-DEPOSITOS
               END-IF
           END-IF.
           IF WS-TIENDAS-DISPONIBLE = "S"
               CLOSE TIENDAS-ARCHIVO
           END-IF.
           GOBACK.

           1000-OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "DEPOSITOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-DEPOSITOS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "CONCILIACION-DEPOSITOS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CONCILIACION-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "TIENDAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-TIENDAS-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-ventas-resumen-tiendas.dat"
                   TO WS-RESUMEN-PATH
               MOVE "simulacion-depositos-aplicados.dat"
                   TO WS-APLICADOS-PATH
           END-IF.

           1100-LEER-PARAMETROS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PARAMETROS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PARAMETROS-PATH
           END-IF.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ABIERTO-OK
               PERFORM 1110-LEER-UN-PARAMETRO
               PERFORM 1120-APLICAR-PARAMETRO
                   UNTIL WS-FIN-PARAMETROS = "0"
           END-IF.
           CLOSE PARAMETROS-ARCHIVO.

           1110-LEER-UN-PARAMETRO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PARAMETROS
           END-READ.

           1120-APLICAR-PARAMETRO.
           IF PR-VALOR IS NUMERIC AND PR-VALOR > 0
               AND PR-CLAVE = "TOLERANCIA-DEPOSITO"
               MOVE PR-VALOR TO WS-TOLERANCIA
           END-IF.
           PERFORM 1110-LEER-UN-PARAMETRO.

           1200-CARGAR-PARTIDAS.
           OPEN INPUT CONCILIACION-ARCHIVO.
           IF CONCILIACION-ABIERTO-OK
               MOVE "1" TO WS-FIN-CONCILIACION
               PERFORM 1210-LEER-PARTIDA
                   UNTIL WS-FIN-CONCILIACION = "0"
               CLOSE CONCILIACION-ARCHIVO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR CONCILIACION-"
                   "DEPOSITOS.DAT - STATUS " WS-CONCILIACION-STATUS
                   " ***"
               MOVE "2" TO LK-ESTADO-DEPOSITOS
           END-IF.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF TIENDAS-PRESENTE
               MOVE "S" TO WS-TIENDAS-DISPONIBLE
           END-IF.

           1210-LEER-PARTIDA.
           READ CONCILIACION-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-CONCILIACION
               NOT AT END
                   IF DC-CONCILIADA
                       AND DC-FECHA-CONCILIADA
                           < WS-FECHA-CONCILIACION
                       CONTINUE
                   ELSE
                       PERFORM 1220-CARGAR-UNA-PARTIDA
                   END-IF
           END-READ.

           1220-CARGAR-UNA-PARTIDA.
           IF CN-PARTIDAS < 1000
               ADD 1 TO CN-PARTIDAS
               MOVE DC-TIENDA TO TB-CD-TIENDA(CN-PARTIDAS)
               MOVE DC-FECHA TO TB-CD-FECHA(CN-PARTIDAS)
               MOVE DC-REGION TO TB-CD-REGION(CN-PARTIDAS)
               MOVE DC-VENTAS TO TB-CD-VENTAS(CN-PARTIDAS)
               MOVE DC-DEPOSITADO TO TB-CD-DEPOSITADO(CN-PARTIDAS)
               MOVE DC-ESTADO TO TB-CD-ESTADO(CN-PARTIDAS)
               MOVE DC-FECHA-ALTA TO TB-CD-FECHA-ALTA(CN-PARTIDAS)
               MOVE DC-FECHA-CONCILIADA
                   TO TB-CD-FECHA-CONC(CN-PARTIDAS)
           ELSE
               MOVE "S" TO WS-TABLA-LLENA
           END-IF.

           1300-TOMAR-VENTAS-DEL-DIA.
           OPEN INPUT RESUMEN-TIENDAS-ARCHIVO.
           IF RESUMEN-ABIERTO-OK
               MOVE "1" TO WS-FIN-RESUMEN
               PERFORM 1310-LEER-RESUMEN
                   UNTIL WS-FIN-RESUMEN = "0"
               CLOSE RESUMEN-TIENDAS-ARCHIVO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR VENTAS-RESUMEN-"
                   "TIENDAS.DAT - STATUS " WS-RESUMEN-STATUS " ***"
               MOVE "2" TO LK-ESTADO-DEPOSITOS
           END-IF.

           1310-LEER-RESUMEN.
           READ RESUMEN-TIENDAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-RESUMEN
               NOT AT END
                   IF VT-FECHA = WS-FECHA-CONCILIACION
                       PERFORM 1320-TOMAR-VENTA-TIENDA
                   ELSE
                       IF WS-AVISO-FECHA = "N"
                           DISPLAY "*** ADVERTENCIA: RESUMEN DE "
                               "VENTAS DE OTRA FECHA (" VT-FECHA
                               ") - NO SE TOMA ***"
                           MOVE "S" TO WS-AVISO-FECHA
                       END-IF
                   END-IF
           END-READ.

           1320-TOMAR-VENTA-TIENDA.
           MOVE VT-TIENDA TO WS-TIENDA-BUSCADA.
           MOVE VT-FECHA TO WS-FECHA-BUSCADA.
           PERFORM 1500-UBICAR-PARTIDA.
           IF WS-PARTIDA-HALLADA = "N" AND VT-IMPORTE > 0
               PERFORM 1520-AGREGAR-PARTIDA
           END-IF.
           IF WS-PARTIDA-HALLADA = "S"
               MOVE VT-IMPORTE TO TB-CD-VENTAS(WS-POS-PARTIDA)
               IF VT-REGION NOT = SPACES
                   MOVE VT-REGION TO TB-CD-REGION(WS-POS-PARTIDA)
               END-IF
               ADD 1 TO CN-VENTAS-TOMADAS
           END-IF.

           1400-APLICAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS-ARCHIVO.
           IF DEPOSITOS-ABIERTO-OK
               MOVE "1" TO WS-FIN-DEPOSITOS
               PERFORM 1410-LEER-DEPOSITO
                   UNTIL WS-FIN-DEPOSITOS = "0"
               CLOSE DEPOSITOS-ARCHIVO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR DEPOSITOS-TIENDAS."
                   "DAT - STATUS " WS-DEPOSITOS-STATUS " ***"
               MOVE "2" TO LK-ESTADO-DEPOSITOS
           END-IF.

           1410-LEER-DEPOSITO.
           READ DEPOSITOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-DEPOSITOS
               NOT AT END
                   PERFORM 1420-APLICAR-UN-DEPOSITO
           END-READ.

           1420-APLICAR-UN-DEPOSITO.
           MOVE DP-TIENDA TO WS-TIENDA-BUSCADA.
           MOVE DP-FECHA TO WS-FECHA-BUSCADA.
           PERFORM 1500-UBICAR-PARTIDA.
           IF WS-PARTIDA-HALLADA = "N"
               PERFORM 1520-AGREGAR-PARTIDA
               IF WS-PARTIDA-HALLADA = "S"
                   PERFORM 1530-BUSCAR-REGION
               END-IF
           END-IF.
           IF WS-PARTIDA-HALLADA = "S"
               IF DP-ES-REVERSION
                   ADD 1 TO CN-REVERSIONES
                   IF DP-IMPORTE > TB-CD-DEPOSITADO(WS-POS-PARTIDA)
                       DISPLAY "*** ADVERTENCIA: REVERSION MAYOR A LO "
                           "DEPOSITADO - TIENDA " DP-TIENDA " FECHA "
                           DP-FECHA " ***"
                       MOVE ZEROES TO TB-CD-DEPOSITADO(WS-POS-PARTIDA)
                   ELSE
                       SUBTRACT DP-IMPORTE
                           FROM TB-CD-DEPOSITADO(WS-POS-PARTIDA)
                   END-IF
               ELSE
                   ADD 1 TO CN-DEPOSITOS
                   ADD DP-IMPORTE TO TB-CD-DEPOSITADO(WS-POS-PARTIDA)
               END-IF
           END-IF.

           1500-UBICAR-PARTIDA.
           MOVE "N" TO WS-PARTIDA-HALLADA.
           MOVE ZEROES TO WS-POS-PARTIDA.
           PERFORM 1510-COMPARAR-PARTIDA
               VARYING WS-SUB-PARTIDA FROM 1 BY 1
               UNTIL WS-SUB-PARTIDA > CN-PARTIDAS
               OR WS-PARTIDA-HALLADA = "S".

           1510-COMPARAR-PARTIDA.
           IF TB-CD-TIENDA(WS-SUB-PARTIDA) = WS-TIENDA-BUSCADA
               AND TB-CD-FECHA(WS-SUB-PARTIDA) = WS-FECHA-BUSCADA
               MOVE "S" TO WS-PARTIDA-HALLADA
               MOVE WS-SUB-PARTIDA TO WS-POS-PARTIDA
           END-IF.

           1520-AGREGAR-PARTIDA.
           IF CN-PARTIDAS < 1000
               ADD 1 TO CN-PARTIDAS
               MOVE CN-PARTIDAS TO WS-POS-PARTIDA
               MOVE WS-TIENDA-BUSCADA TO TB-CD-TIENDA(WS-POS-PARTIDA)
               MOVE WS-FECHA-BUSCADA TO TB-CD-FECHA(WS-POS-PARTIDA)
               MOVE SPACES TO TB-CD-REGION(WS-POS-PARTIDA)
               MOVE ZEROES TO TB-CD-VENTAS(WS-POS-PARTIDA)
               MOVE ZEROES TO TB-CD-DEPOSITADO(WS-POS-PARTIDA)
               MOVE SPACE TO TB-CD-ESTADO(WS-POS-PARTIDA)
               MOVE WS-FECHA-CONCILIACION
                   TO TB-CD-FECHA-ALTA(WS-POS-PARTIDA)
               MOVE ZEROES TO TB-CD-FECHA-CONC(WS-POS-PARTIDA)
               MOVE "S" TO WS-PARTIDA-HALLADA
           ELSE
               MOVE "S" TO WS-TABLA-LLENA
           END-IF.

           1530-BUSCAR-REGION.
           IF WS-TIENDAS-DISPONIBLE = "S"
               MOVE WS-TIENDA-BUSCADA TO TM-CODIGO
               READ TIENDAS-ARCHIVO
                   KEY IS TM-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TM-REGION TO TB-CD-REGION(WS-POS-PARTIDA)
               END-READ
           END-IF.

           2000-CLASIFICAR-PARTIDA.
           MOVE TB-CD-ESTADO(WS-SUB-PARTIDA) TO WS-ESTADO-ANTERIOR.
           COMPUTE WS-DIFERENCIA = TB-CD-DEPOSITADO(WS-SUB-PARTIDA)
               - TB-CD-VENTAS(WS-SUB-PARTIDA).
           IF WS-DIFERENCIA < 0
               COMPUTE WS-DIFERENCIA-ABS = 0 - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ABS
           END-IF.
           EVALUATE TRUE
               WHEN WS-DIFERENCIA-ABS NOT > WS-TOLERANCIA
                   MOVE "C" TO TB-CD-ESTADO(WS-SUB-PARTIDA)
               WHEN TB-CD-VENTAS(WS-SUB-PARTIDA) = 0
                   MOVE "D" TO TB-CD-ESTADO(WS-SUB-PARTIDA)
               WHEN TB-CD-DEPOSITADO(WS-SUB-PARTIDA) = 0
                   MOVE "S" TO TB-CD-ESTADO(WS-SUB-PARTIDA)
               WHEN WS-DIFERENCIA < 0
                   MOVE "F" TO TB-CD-ESTADO(WS-SUB-PARTIDA)
               WHEN OTHER
                   MOVE "E" TO TB-CD-ESTADO(WS-SUB-PARTIDA)
           END-EVALUATE.
           IF TB-CD-ESTADO(WS-SUB-PARTIDA) = "C"
               IF WS-ESTADO-ANTERIOR NOT = "C"
                   MOVE WS-FECHA-CONCILIACION
                       TO TB-CD-FECHA-CONC(WS-SUB-PARTIDA)
               END-IF
               ADD 1 TO CN-CONCILIADAS-HOY
           ELSE
               MOVE ZEROES TO TB-CD-FECHA-CONC(WS-SUB-PARTIDA)
               ADD 1 TO CN-ABIERTAS
               PERFORM 2100-REGISTRAR-REGION
           END-IF.

           2100-REGISTRAR-REGION.
           MOVE "N" TO WS-REGION-HALLADA.
           PERFORM 2110-COMPARAR-REGION
               VARYING WS-SUB-REGION FROM 1 BY 1
               UNTIL WS-SUB-REGION > CN-REGIONES
               OR WS-REGION-HALLADA = "S".
           IF WS-REGION-HALLADA = "N" AND CN-REGIONES < 100
               ADD 1 TO CN-REGIONES
               MOVE TB-CD-REGION(WS-SUB-PARTIDA)
                   TO TB-RG-REGION(CN-REGIONES)
           END-IF.

           2110-COMPARAR-REGION.
           IF TB-RG-REGION(WS-SUB-REGION)
               = TB-CD-REGION(WS-SUB-PARTIDA)
               MOVE "S" TO WS-REGION-HALLADA
           END-IF.

           3000-EMITIR-REPORTE.
           MOVE SPACES TO WS-REPORTE-PATH.
           IF WS-SIMULACION = "S"
               STRING "simulacion-conciliacion-depositos-"
                   DELIMITED BY SIZE
                   WS-FECHA-CONCILIACION DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           ELSE
               STRING "conciliacion-depositos-" DELIMITED BY SIZE
                   WS-FECHA-CONCILIACION DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           END-IF.
           OPEN OUTPUT DEPOSITOS-REPORTE.
           MOVE WS-FECHA-CONCILIACION TO LT-FECHA.
           WRITE DEPOSITOS-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF WS-SIMULACION = "S"
               WRITE DEPOSITOS-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           MOVE WS-TOLERANCIA TO LT-TOLERANCIA.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOLERANCIA.
           IF CN-ABIERTAS = 0
               WRITE DEPOSITOS-LINEA FROM LINEA-SIN-PARTIDAS
               DISPLAY LINEA-SIN-PARTIDAS
           ELSE
               WRITE DEPOSITOS-LINEA FROM LINEA-ENCABEZADO
               PERFORM 3100-LISTAR-REGION
                   VARYING WS-SUB-REGION FROM 1 BY 1
                   UNTIL WS-SUB-REGION > CN-REGIONES
           END-IF.
           PERFORM 3900-ESCRIBIR-TOTALES.
           CLOSE DEPOSITOS-REPORTE.

           3100-LISTAR-REGION.
           MOVE ZEROES TO AC-FALTANTE-REGION.
           MOVE ZEROES TO AC-SOBRANTE-REGION.
           MOVE ZEROES TO AC-SIN-DEP-REGION.
           PERFORM 3200-LISTAR-PARTIDA
               VARYING WS-SUB-PARTIDA FROM 1 BY 1
               UNTIL WS-SUB-PARTIDA > CN-PARTIDAS.
           MOVE TB-RG-REGION(WS-SUB-REGION) TO LS-REGION.
           MOVE AC-FALTANTE-REGION TO LS-FALTANTE.
           MOVE AC-SOBRANTE-REGION TO LS-SOBRANTE.
           MOVE AC-SIN-DEP-REGION TO LS-SIN-DEP.
           WRITE DEPOSITOS-LINEA FROM LINEA-SUBTOTAL-REGION.
           MOVE SPACES TO DEPOSITOS-LINEA.
           WRITE DEPOSITOS-LINEA.
           ADD AC-FALTANTE-REGION TO AC-FALTANTE-TOTAL.
           ADD AC-SOBRANTE-REGION TO AC-SOBRANTE-TOTAL.
           ADD AC-SIN-DEP-REGION TO AC-SIN-DEP-TOTAL.

           3200-LISTAR-PARTIDA.
           IF TB-CD-ESTADO(WS-SUB-PARTIDA) NOT = "C"
               AND TB-CD-REGION(WS-SUB-PARTIDA)
                   = TB-RG-REGION(WS-SUB-REGION)
               COMPUTE WS-DIFERENCIA
                   = TB-CD-DEPOSITADO(WS-SUB-PARTIDA)
                   - TB-CD-VENTAS(WS-SUB-PARTIDA)
               MOVE TB-CD-TIENDA(WS-SUB-PARTIDA) TO LP-TIENDA
               MOVE TB-CD-REGION(WS-SUB-PARTIDA) TO LP-REGION
               MOVE TB-CD-FECHA(WS-SUB-PARTIDA) TO LP-FECHA
               MOVE TB-CD-VENTAS(WS-SUB-PARTIDA) TO LP-VENTAS
               MOVE TB-CD-DEPOSITADO(WS-SUB-PARTIDA) TO LP-DEPOSITADO
               MOVE WS-DIFERENCIA TO LP-DIFERENCIA
               EVALUATE TB-CD-ESTADO(WS-SUB-PARTIDA)
                   WHEN "F"
                       MOVE "FALTANTE" TO LP-ESTADO
                       ADD 1 TO CN-FALTANTES
                       SUBTRACT WS-DIFERENCIA FROM AC-FALTANTE-REGION
                   WHEN "E"
                       MOVE "SOBRANTE" TO LP-ESTADO
                       ADD 1 TO CN-SOBRANTES
                       ADD WS-DIFERENCIA TO AC-SOBRANTE-REGION
                   WHEN "S"
                       MOVE "VENTA SIN DEPOS." TO LP-ESTADO
                       ADD 1 TO CN-SIN-DEPOSITO
                       SUBTRACT WS-DIFERENCIA FROM AC-SIN-DEP-REGION
                   WHEN "D"
                       MOVE "DEPOS. SIN VENTA" TO LP-ESTADO
                       ADD 1 TO CN-SIN-VENTA
                       ADD WS-DIFERENCIA TO AC-SOBRANTE-REGION
               END-EVALUATE
               WRITE DEPOSITOS-LINEA FROM LINEA-PARTIDA
           END-IF.

           3900-ESCRIBIR-TOTALES.
           MOVE "VENTAS DE TIENDAS TOMADAS DEL DIA  :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-VENTAS-TOMADAS TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "DEPOSITOS APLICADOS                :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-DEPOSITOS TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "REVERSIONES APLICADAS              :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-REVERSIONES TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "PARTIDAS CONCILIADAS               :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-CONCILIADAS-HOY TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "FALTANTES                          :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-FALTANTES TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "SOBRANTES                          :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-SOBRANTES TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "VENTAS SIN DEPOSITO                :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-SIN-DEPOSITO TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "DEPOSITOS SIN VENTA                :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-SIN-VENTA TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           MOVE "IMPORTE FALTANTE                   :"
               TO LI-TEXTO-TOTAL.
           MOVE AC-FALTANTE-TOTAL TO LI-IMPORTE.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL-IMPORTE.
           MOVE "IMPORTE SOBRANTE                   :"
               TO LI-TEXTO-TOTAL.
           MOVE AC-SOBRANTE-TOTAL TO LI-IMPORTE.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL-IMPORTE.
           MOVE "IMPORTE DE VENTAS SIN DEPOSITAR    :"
               TO LI-TEXTO-TOTAL.
           MOVE AC-SIN-DEP-TOTAL TO LI-IMPORTE.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL-IMPORTE.
           MOVE "PARTIDAS ABIERTAS                  :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-ABIERTAS TO LT-CANTIDAD.
           WRITE DEPOSITOS-LINEA FROM LINEA-TOTAL.
           DISPLAY LINEA-TOTAL.

           4000-REGRABAR-PARTIDAS.
           OPEN OUTPUT CONCILIACION-ARCHIVO.
           PERFORM 4100-GRABAR-PARTIDA
               VARYING WS-SUB-PARTIDA FROM 1 BY 1
               UNTIL WS-SUB-PARTIDA > CN-PARTIDAS.
           CLOSE CONCILIACION-ARCHIVO.

           4100-GRABAR-PARTIDA.
           MOVE TB-CD-TIENDA(WS-SUB-PARTIDA) TO DC-TIENDA.
           MOVE TB-CD-FECHA(WS-SUB-PARTIDA) TO DC-FECHA.
           MOVE TB-CD-REGION(WS-SUB-PARTIDA) TO DC-REGION.
           MOVE TB-CD-VENTAS(WS-SUB-PARTIDA) TO DC-VENTAS.
           MOVE TB-CD-DEPOSITADO(WS-SUB-PARTIDA) TO DC-DEPOSITADO.
           MOVE TB-CD-ESTADO(WS-SUB-PARTIDA) TO DC-ESTADO.
           MOVE TB-CD-FECHA-ALTA(WS-SUB-PARTIDA) TO DC-FECHA-ALTA.
           MOVE TB-CD-FECHA-CONC(WS-SUB-PARTIDA)
               TO DC-FECHA-CONCILIADA.
           WRITE CONCILIACION-DEPOSITO-REGISTRO.

           5000-ARCHIVAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS-ARCHIVO.
           OPEN EXTEND APLICADOS-ARCHIVO.
           MOVE "1" TO WS-FIN-DEPOSITOS.
           PERFORM 5100-PASAR-DEPOSITO
               UNTIL WS-FIN-DEPOSITOS = "0".
           CLOSE APLICADOS-ARCHIVO.
           CLOSE DEPOSITOS-ARCHIVO.
           OPEN OUTPUT DEPOSITOS-ARCHIVO.
           CLOSE DEPOSITOS-ARCHIVO.

           5100-PASAR-DEPOSITO.
           READ DEPOSITOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-DEPOSITOS
               NOT AT END
                   MOVE WS-FECHA-CONCILIACION TO DA-FECHA-APLICADO
                   MOVE DEPOSITO-REGISTRO TO DA-DEPOSITO
                   WRITE APLICADO-REGISTRO
           END-READ.

       END PROGRAM CONCILIAR-DEPOSITOS.
