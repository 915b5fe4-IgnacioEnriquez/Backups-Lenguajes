      *          tiene objetivo cargado) y rankea los sectores por
      *          porcentaje de cumplimiento con el responsable de
      *          cada uno. Deja el listado en
      *          cumplimiento-<periodo>.rpt. Las devoluciones del
      *          historico (tipo D) restan de las ventas del sector.
      *          Las horas salen de las transacciones diarias del
      *          periodo ya aplicadas (horas-diarias-aplicadas.dat),
      *          imputadas al sector en que estaba cada legajo el dia
      *          de la transaccion segun la historia de asignaciones
      *          (SECTOR-A-FECHA). Si el periodo no tiene
      *          transacciones se usan las horas del periodo de
      *          empleados.dat con el sector al fin del mes.
      *          Con una region en el entorno CUMPLIMIENTO-REGION (o
      *          pedida por pantalla junto con el periodo) las ventas
      *          se limitan a las tiendas de esa region segun el
      *          maestro tiendas.dat; las horas siguen siendo las de
      *          todo el sector, porque los legajos no estan
      *          asignados a una tienda, y el titulo lo aclara. El
      *          listado queda en cumplimiento-<periodo>-<region>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           RECORD KEY IS SM-CODIGO
           FILE STATUS IS WS-SECTORES-STATUS.

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT OPTIONAL APLICADAS-ARCHIVO
           ASSIGN TO "horas-diarias-aplicadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APLICADAS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.
       FD SECTORES-ARCHIVO.
           COPY SECTOR.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       FD APLICADAS-ARCHIVO.
           COPY HORATRAN.CPY.

       FD REPORTE-ARCHIVO.
       01 REPORTE-LINEA PIC X(130).

       01  WS-SECTORES-STATUS  PIC X(02) VALUE "00".
           88 SECTORES-PRESENTE VALUE "00".
       01  WS-SECTORES-DISPONIBLE PIC X VALUE "N".
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".
       01  WS-TIENDAS-FALLO    PIC X VALUE "N".
       01  WS-REGION-PEDIDA    PIC X(05) VALUE SPACES.
       01  WS-TIENDA-ULTIMA    PIC X(05) VALUE HIGH-VALUES.
       01  WS-REGION-ULTIMA    PIC X(05) VALUE SPACES.
       01  WS-EN-REGION        PIC X VALUE "S".
       01  WS-APLICADAS-STATUS PIC X(02) VALUE "00".
           88 APLICADAS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-APLICADAS    PIC X VALUE "1".
       01  CN-TRANSACCIONES    PIC 9(06) VALUE ZEROES.
       01  WS-SECTOR-MODO      PIC X(01) VALUE SPACE.
       01  WS-FECHA-SECTOR     PIC 9(08) VALUE ZEROES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-FIN-ARCHIVO      PIC X VALUE "1".
           05 CN-SECTORES PIC 9(02) VALUE ZEROES.
           05 SECTOR-ENTRADA OCCURS 50 TIMES.
               10 TB-SC-COD       PIC X(05).
               10 TB-SC-VENTAS    PIC S9(10)V99.
               10 TB-SC-HORAS     PIC 9(08).
               10 TB-SC-VPH       PIC 9(06)V99.
               10 TB-SC-OBJETIVO  PIC 9(04)V99.
           VALUE "CUMPLIMIENTO DE OBJETIVOS POR SECTOR - PER. ".
           05 RT-PERIODO PIC 9(06).

       01 LINEA-REGION.
           05 FILLER PIC X(09) VALUE "REGION : ".
           05 RT-REGION PIC X(05).
           05 FILLER PIC X(47)
           VALUE " - VENTAS DE LA REGION, HORAS DE TODO EL SECTOR".

       01 LINEA-DETALLE.
           05 RT-PUESTO      PIC Z9.
           05 FILLER         PIC X(02) VALUE ". ".
           05 RT-SECTOR      PIC X(05).
           05 FILLER         PIC X(09) VALUE "  VENTAS:".
           05 RT-VENTAS      PIC -ZZZZZZZ9.99.
           05 FILLER         PIC X(08) VALUE "  HORAS:".
           05 RT-HORAS       PIC ZZZZZZ9.
           05 FILLER         PIC X(06) VALUE "  VPH:".
           IF WS-PERIODO-PEDIDO < 190001
               DISPLAY "*** PERIODO INVALIDO - DEBE SER AAAAMM ***"
           ELSE
               IF WS-REGION-PEDIDA NOT = SPACES
                   PERFORM 1300-ABRIR-TIENDAS
               END-IF
               IF WS-TIENDAS-FALLO = "N"
                   PERFORM 2000-ACUMULAR-VENTAS
               END-IF
               IF CN-SECTORES = 0
                   DISPLAY "SIN VENTAS EN EL HISTORICO PARA EL "
                       "PERIODO " WS-PERIODO-PEDIDO
                   PERFORM 5000-ORDENAR-RANKING
                   PERFORM 6000-EMITIR-REPORTE
               END-IF
               IF WS-REGION-PEDIDA NOT = SPACES
                   CLOSE TIENDAS-ARCHIVO
               END-IF
           END-IF.
           GOBACK.

           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-OBJETIVOS-PATH
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
           ACCEPT WS-REGION-PEDIDA FROM ENVIRONMENT
               "CUMPLIMIENTO-REGION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "CUMPLIMIENTO-PERIODO"
           ON EXCEPTION
               IF WS-PERIODO-ENTORNO IS NUMERIC
                   MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
               END-IF
               IF WS-REGION-PEDIDA = SPACES
                   DISPLAY "REGION (ENTER = TODAS): "
                   ACCEPT WS-REGION-PEDIDA
               END-IF
           END-IF.

           1300-ABRIR-TIENDAS.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF NOT TIENDAS-PRESENTE
               DISPLAY "*** SIN MAESTRO DE TIENDAS NO SE PUEDE "
                   "FILTRAR POR REGION ***"
               MOVE "S" TO WS-TIENDAS-FALLO
           END-IF.

           2000-ACUMULAR-VENTAS.
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF HV-FECHA(1:6) = WS-PERIODO-PEDIDO
                       PERFORM 2150-VER-REGION
                   ELSE
                       MOVE "N" TO WS-EN-REGION
                   END-IF
                   IF WS-EN-REGION = "S"
                       MOVE HV-COD-PROD-TIENDA(1:5)
                           TO WS-SECTOR-BUSCADO
                       PERFORM 7000-BUSCAR-O-CREAR-SECTOR
                       IF WS-SECTOR-HALLADO = "S"
                           AND HV-ES-DEVOLUCION
                           SUBTRACT HV-IMPORTE
                               FROM TB-SC-VENTAS(WS-SUB-SECTOR)
                       END-IF
                       IF WS-SECTOR-HALLADO = "S"
                           AND NOT HV-ES-DEVOLUCION
                           ADD HV-IMPORTE
                               TO TB-SC-VENTAS(WS-SUB-SECTOR)
                       END-IF
                   END-IF
           END-READ.

           2150-VER-REGION.
           MOVE "S" TO WS-EN-REGION.
           IF WS-REGION-PEDIDA NOT = SPACES
               IF HV-TIENDA NOT = WS-TIENDA-ULTIMA
                   MOVE HV-TIENDA TO WS-TIENDA-ULTIMA
                   MOVE SPACES TO WS-REGION-ULTIMA
                   MOVE HV-TIENDA TO TM-CODIGO
                   READ TIENDAS-ARCHIVO
                       KEY IS TM-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TM-REGION TO WS-REGION-ULTIMA
                   END-READ
               END-IF
               IF WS-REGION-ULTIMA NOT = WS-REGION-PEDIDA
                   MOVE "N" TO WS-EN-REGION
               END-IF
           END-IF.

           3000-ACUMULAR-HORAS.
           MOVE "C" TO WS-SECTOR-MODO.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-BUSCADO.
           MOVE "B" TO WS-SECTOR-MODO.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ABIERTO-OK
               PERFORM 3200-HORAS-APLICADAS
               IF CN-TRANSACCIONES = 0
                   PERFORM 3050-HORAS-DEL-MAESTRO
               END-IF
           ELSE
               DISPLAY "*** EMPLEADOS.DAT NO DISPONIBLE - SIN HORAS "
                   "NO HAY VENTAS POR HORA ***"
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.

           3050-HORAS-DEL-MAESTRO.
           COMPUTE WS-FECHA-SECTOR = WS-PERIODO-PEDIDO * 100 + 31.
           MOVE LOW-VALUES TO WS-EMPLEADOS-LEGAJO.
           START EMPLEADOS-ARCHIVO
               KEY IS NOT < WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   MOVE "0" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM 3100-SUMAR-HORAS
               UNTIL WS-FIN-ARCHIVO = "0".

           3100-SUMAR-HORAS.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   IF NOT EMPLEADO-DE-BAJA
                       AND WS-EMPLEADOS-HORAS-TRABAJADAS IS NUMERIC
                       MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-BUSCADO
                       CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
                           WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR
                           WS-SECTOR-BUSCADO
                       PERFORM 7100-BUSCAR-SECTOR
                       IF WS-SECTOR-HALLADO = "S"
                           ADD WS-EMPLEADOS-HORAS-TRABAJADAS
                   END-IF
           END-READ.

           3200-HORAS-APLICADAS.
           MOVE ZEROES TO CN-TRANSACCIONES.
           MOVE "1" TO WS-FIN-APLICADAS.
           OPEN INPUT APLICADAS-ARCHIVO.
           IF APLICADAS-ABIERTO-OK
               PERFORM 3210-SUMAR-TRANSACCION
                   UNTIL WS-FIN-APLICADAS = "0"
           END-IF.
           CLOSE APLICADAS-ARCHIVO.

           3210-SUMAR-TRANSACCION.
           READ APLICADAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-APLICADAS
               NOT AT END
                   IF HT-FECHA(1:6) = WS-PERIODO-PEDIDO
                       AND HT-HORAS IS NUMERIC
                       AND HT-EXTRA IS NUMERIC
                       ADD 1 TO CN-TRANSACCIONES
                       PERFORM 3220-IMPUTAR-TRANSACCION
                   END-IF
           END-READ.

           3220-IMPUTAR-TRANSACCION.
           MOVE SPACES TO WS-SECTOR-BUSCADO.
           MOVE HT-LEGAJO TO WS-EMPLEADOS-LEGAJO.
           READ EMPLEADOS-ARCHIVO
               KEY IS WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-BUSCADO
           END-READ.
           MOVE HT-LEGAJO TO WS-EMPLEADOS-LEGAJO.
           MOVE HT-FECHA TO WS-FECHA-SECTOR.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-BUSCADO.
           PERFORM 7100-BUSCAR-SECTOR.
           IF WS-SECTOR-HALLADO = "S"
               ADD HT-HORAS TO TB-SC-HORAS(WS-SUB-SECTOR)
               ADD HT-EXTRA TO TB-SC-HORAS(WS-SUB-SECTOR)
           END-IF.

           4000-CALCULAR-CUMPLIMIENTO.
           OPEN INPUT OBJETIVOS-ARCHIVO.
           IF OBJETIVOS-PRESENTE

           6000-EMITIR-REPORTE.
           MOVE SPACES TO WS-REPORTE-PATH.
           IF WS-REGION-PEDIDA = SPACES
               STRING "cumplimiento-" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           ELSE
               STRING "cumplimiento-" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-REGION-PEDIDA DELIMITED BY SPACE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE WS-PERIODO-PEDIDO TO RT-PERIODO.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF WS-REGION-PEDIDA NOT = SPACES
               MOVE WS-REGION-PEDIDA TO RT-REGION
               WRITE REPORTE-LINEA FROM LINEA-REGION
               DISPLAY LINEA-REGION
           END-IF.
           PERFORM 6100-ESCRIBIR-UN-SECTOR
               VARYING WS-SUB-SECTOR FROM 1 BY 1
               UNTIL WS-SUB-SECTOR > CN-SECTORES.
