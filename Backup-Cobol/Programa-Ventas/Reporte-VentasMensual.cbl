      *          el resultado imprimible en consolidado-<desde>.rpt y
      *          una exportacion por fecha en
      *          export-consolidado-<desde>.csv, como las demas
      *          exportaciones de la suite. Los importes son netos:
      *          las devoluciones del historico (tipo D) restan y su
      *          total se informa aparte al pie del consolidado.
      *          Con una region en el entorno CONSOLIDADO-REGION (o
      *          pedida por pantalla junto con el periodo) suma solo
      *          los movimientos de las tiendas de esa region segun
      *          el maestro tiendas.dat; los movimientos sin tienda o
      *          de otras regiones se cuentan al pie como excluidos y
      *          el reporte y la exportacion llevan la region en el
      *          nombre (consolidado-<desde>-<region>.rpt).
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

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT CONSOLIDADO-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       FD CONSOLIDADO-REPORTE.
       01 CONSOLIDADO-LINEA PIC X(100).
           88 HISTORICO-ABIERTO-OK VALUES "00" "05".
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-EXPORT-PATH      PIC X(40) VALUE SPACES.
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".
       01  WS-TIENDAS-FALLO    PIC X VALUE "N".

      * Filtro por region: la ultima tienda buscada en el maestro y
      * su region evitan releerlo en cada movimiento de la tienda.
       01  WS-REGION-PEDIDA    PIC X(05) VALUE SPACES.
       01  WS-TIENDA-ULTIMA    PIC X(05) VALUE HIGH-VALUES.
       01  WS-REGION-ULTIMA    PIC X(05) VALUE SPACES.
       01  WS-EN-REGION        PIC X VALUE "S".
       01  CN-EXCLUIDOS        PIC 9(08) VALUE ZEROES.

       01  WS-PERIODO-PEDIDO   PIC X(06) VALUE SPACES.
       01  WS-DESDE-INGRESADO  PIC X(08) VALUE SPACES.
           05 FECHA-ACUMULADA OCCURS 62 TIMES.
               10 TB-FE-FECHA   PIC 9(08).
               10 TB-FE-REGS    PIC 9(06).
               10 TB-FE-IMPORTE PIC S9(10)V99.

       01  WS-SUB-FECHA        PIC 9(02) VALUE ZEROES.
       01  WS-ENCONTRADA-FECHA PIC X VALUE "N".
           05 PRODUCTO-ACUMULADO OCCURS 500 TIMES.
               10 TB-PR-COD     PIC X(08).
               10 TB-PR-REGS    PIC 9(06).
               10 TB-PR-IMPORTE PIC S9(10)V99.

       01  WS-SUB-PRODUCTO     PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-PROD  PIC X VALUE "N".
       01  WS-AVISO-PRODUCTOS  PIC X VALUE "N".

       01  AC-TOTAL-IMPORTE    PIC S9(12)V99 VALUE ZEROES.
       01  AC-TOTAL-DEVOLUCIONES PIC 9(12)V99 VALUE ZEROES.
       01  CN-TOTAL-REGISTROS  PIC 9(08) VALUE ZEROES.
       01  CN-DEVOLUCIONES     PIC 9(08) VALUE ZEROES.
       01  WS-IMPORTE-NETO     PIC S9(04)V99 VALUE ZEROES.

       01 EX-MONTO PIC 9(10)V99 VALUE ZEROES.
       01 EX-MONTO-R REDEFINES EX-MONTO.
           05 EX-MONTO-ENT PIC X(10).
           05 EX-MONTO-DEC PIC X(02).
       01 EX-MONTO-CON-SIGNO PIC S9(10)V99 VALUE ZEROES.

       01 EXPORT-ENCABEZADO.
           05 FILLER PIC X(23) VALUE "FECHA;REGISTROS;IMPORTE".
           05 FILLER       PIC X(01) VALUE ";".
           05 EX-REGS      PIC 9(06).
           05 FILLER       PIC X(01) VALUE ";".
           05 EX-IMP-SIGNO PIC X(01).
           05 EX-IMP-ENT   PIC X(10).
           05 FILLER       PIC X(01) VALUE ".".
           05 EX-IMP-DEC   PIC X(02).
           05 FILLER PIC X(09) VALUE "  HASTA :".
           05 TL-HASTA PIC 9(08).

       01 LINEA-REGION.
           05 FILLER PIC X(09) VALUE "REGION : ".
           05 TL-REGION PIC X(05).
           05 FILLER PIC X(32)
           VALUE " - SOLO TIENDAS DE ESTA REGION".

       01 LINEA-SUBTITULO.
           05 CS-SUBTITULO PIC X(40).

           05 CT-TEXTO-REGS  PIC X(14) VALUE "  REGISTROS : ".
           05 CS-REGS        PIC ZZZZZ9.
           05 CT-TEXTO-IMP   PIC X(12) VALUE "  IMPORTE : ".
           05 CS-IMPORTE     PIC -ZZZZZZZZZ9.99.

       01 LINEA-PRODUCTO.
           05 CT-TEXTO-PROD  PIC X(11) VALUE "PRODUCTO : ".
           05 CT-TEXTO-PREGS PIC X(14) VALUE "  REGISTROS : ".
           05 CS-PROD-REGS   PIC ZZZZZ9.
           05 CT-TEXTO-PIMP  PIC X(12) VALUE "  IMPORTE : ".
           05 CS-PROD-IMP    PIC -ZZZZZZZZZ9.99.

       01 LINEA-TOTAL.
           05 FILLER PIC X(21) VALUE "TOTAL DEL PERIODO -  ".
           05 CT-TEXTO-TREGS PIC X(12) VALUE "REGISTROS : ".
           05 CS-TOT-REGS    PIC ZZZZZZZ9.
           05 CT-TEXTO-TIMP  PIC X(12) VALUE "  IMPORTE : ".
           05 CS-TOT-IMP     PIC -ZZZZZZZZZZZ9.99.

       01 LINEA-DEVOLUCIONES.
           05 FILLER PIC X(21) VALUE "DEVOLUCIONES -       ".
           05 CT-TEXTO-DREGS PIC X(12) VALUE "REGISTROS : ".
           05 CS-DEV-REGS    PIC ZZZZZZZ9.
           05 CT-TEXTO-DIMP  PIC X(12) VALUE "  IMPORTE : ".
           05 CS-DEV-IMP     PIC ZZZZZZZZZZZ9.99.

       01 LINEA-EXCLUIDOS.
           05 FILLER PIC X(42)
           VALUE "MOVIMIENTOS SIN TIENDA O DE OTRAS REGIONES".
           05 FILLER PIC X(14) VALUE " EXCLUIDOS : ".
           05 CS-EXCLUIDOS PIC ZZZZZZZ9.

       01 LINEA-SIN-DATOS.
           05 FILLER PIC X(44) VALUE
           0000-MAINLINE.
           PERFORM 1000-OBTENER-RANGO.
           IF WS-RANGO-VALIDO = "S"
               AND WS-REGION-PEDIDA NOT = SPACES
               PERFORM 1300-ABRIR-TIENDAS
           END-IF.
           IF WS-RANGO-VALIDO = "S" AND WS-TIENDAS-FALLO = "N"
               PERFORM 2000-RECORRER-HISTORICO
               PERFORM 3000-ESCRIBIR-REPORTE
               PERFORM 4000-ESCRIBIR-EXPORTACION
           END-IF.
           IF WS-REGION-PEDIDA NOT = SPACES
               AND WS-RANGO-VALIDO = "S"
               AND WS-TIENDAS-FALLO = "N"
               CLOSE TIENDAS-ARCHIVO
           END-IF.
           IF WS-RANGO-VALIDO = "N"
               OR WS-HISTORICO-FALLO = "S"
               OR WS-TIENDAS-FALLO = "S"
               MOVE "2" TO LK-ESTADO-CONSOLIDADO
           ELSE
               MOVE "0" TO LK-ESTADO-CONSOLIDADO
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-REGION-PEDIDA FROM ENVIRONMENT
               "CONSOLIDADO-REGION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "TIENDAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-TIENDAS-PATH
           END-IF.
           IF WS-PERIODO-PEDIDO = SPACES
               AND WS-DESDE-INGRESADO = SPACES
               PERFORM 1100-PEDIR-RANGO
               DISPLAY "FECHA HASTA (AAAAMMDD): "
               ACCEPT WS-HASTA-INGRESADO
           END-IF.
           IF WS-REGION-PEDIDA = SPACES
               DISPLAY "REGION (ENTER = TODAS): "
               ACCEPT WS-REGION-PEDIDA
           END-IF.

           1200-ARMAR-RANGO.
           MOVE "N" TO WS-RANGO-VALIDO.
               END-IF
           END-IF.

           1300-ABRIR-TIENDAS.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF NOT TIENDAS-PRESENTE
               DISPLAY "*** SIN MAESTRO DE TIENDAS NO SE PUEDE "
                   "FILTRAR POR REGION ***"
               MOVE "S" TO WS-TIENDAS-FALLO
           END-IF.

           2000-RECORRER-HISTORICO.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF NOT HISTORICO-ABIERTO-OK
           IF HV-FECHA > WS-FECHA-HASTA
               MOVE "0" TO WS-FIN-HISTORICO
           ELSE
               PERFORM 2250-VER-REGION
               IF WS-EN-REGION = "S"
                   PERFORM 2260-SUMAR-MOVIMIENTO
               ELSE
                   ADD 1 TO CN-EXCLUIDOS
               END-IF
               PERFORM 2100-LEER-HISTORICO
           END-IF.

           2250-VER-REGION.
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

           2260-SUMAR-MOVIMIENTO.
           ADD 1 TO CN-TOTAL-REGISTROS.
           IF HV-ES-DEVOLUCION
               COMPUTE WS-IMPORTE-NETO = 0 - HV-IMPORTE
               ADD 1 TO CN-DEVOLUCIONES
               ADD HV-IMPORTE TO AC-TOTAL-DEVOLUCIONES
           ELSE
               MOVE HV-IMPORTE TO WS-IMPORTE-NETO
           END-IF.
           ADD WS-IMPORTE-NETO TO AC-TOTAL-IMPORTE.
           PERFORM 2300-ACUMULAR-FECHA.
           PERFORM 2400-ACUMULAR-PRODUCTO.

           2300-ACUMULAR-FECHA.
           MOVE "N" TO WS-ENCONTRADA-FECHA.
           PERFORM 2310-BUSCAR-FECHA
                   ADD 1 TO CN-FECHAS
                   MOVE HV-FECHA TO TB-FE-FECHA(CN-FECHAS)
                   MOVE 1 TO TB-FE-REGS(CN-FECHAS)
                   MOVE WS-IMPORTE-NETO TO TB-FE-IMPORTE(CN-FECHAS)
               ELSE
                   MOVE "S" TO WS-AVISO-FECHAS
               END-IF
           2310-BUSCAR-FECHA.
           IF TB-FE-FECHA(WS-SUB-FECHA) = HV-FECHA
               ADD 1 TO TB-FE-REGS(WS-SUB-FECHA)
               ADD WS-IMPORTE-NETO TO TB-FE-IMPORTE(WS-SUB-FECHA)
               MOVE "S" TO WS-ENCONTRADA-FECHA
           END-IF.

                   ADD 1 TO CN-PRODUCTOS
                   MOVE HV-COD-PROD-TIENDA TO TB-PR-COD(CN-PRODUCTOS)
                   MOVE 1 TO TB-PR-REGS(CN-PRODUCTOS)
                   MOVE WS-IMPORTE-NETO TO TB-PR-IMPORTE(CN-PRODUCTOS)
               ELSE
                   MOVE "S" TO WS-AVISO-PRODUCTOS
               END-IF
           2410-BUSCAR-PRODUCTO.
           IF TB-PR-COD(WS-SUB-PRODUCTO) = HV-COD-PROD-TIENDA
               ADD 1 TO TB-PR-REGS(WS-SUB-PRODUCTO)
               ADD WS-IMPORTE-NETO TO TB-PR-IMPORTE(WS-SUB-PRODUCTO)
               MOVE "S" TO WS-ENCONTRADO-PROD
           END-IF.

           3000-ESCRIBIR-REPORTE.
           MOVE SPACES TO WS-REPORTE-PATH.
           IF WS-REGION-PEDIDA = SPACES
               STRING "consolidado-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           ELSE
               STRING "consolidado-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-REGION-PEDIDA DELIMITED BY SPACE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           END-IF.
           OPEN OUTPUT CONSOLIDADO-REPORTE.
           MOVE WS-FECHA-DESDE TO TL-DESDE.
           MOVE WS-FECHA-HASTA TO TL-HASTA.
           WRITE CONSOLIDADO-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF WS-REGION-PEDIDA NOT = SPACES
               MOVE WS-REGION-PEDIDA TO TL-REGION
               WRITE CONSOLIDADO-LINEA FROM LINEA-REGION
               DISPLAY LINEA-REGION
           END-IF.
           IF CN-TOTAL-REGISTROS = 0
               WRITE CONSOLIDADO-LINEA FROM LINEA-SIN-DATOS
               DISPLAY LINEA-SIN-DATOS
               MOVE AC-TOTAL-IMPORTE TO CS-TOT-IMP
               WRITE CONSOLIDADO-LINEA FROM LINEA-TOTAL
               DISPLAY LINEA-TOTAL
               IF CN-DEVOLUCIONES > 0
                   MOVE CN-DEVOLUCIONES TO CS-DEV-REGS
                   MOVE AC-TOTAL-DEVOLUCIONES TO CS-DEV-IMP
                   WRITE CONSOLIDADO-LINEA FROM LINEA-DEVOLUCIONES
                   DISPLAY LINEA-DEVOLUCIONES
               END-IF
           END-IF.
           IF WS-REGION-PEDIDA NOT = SPACES
               MOVE CN-EXCLUIDOS TO CS-EXCLUIDOS
               WRITE CONSOLIDADO-LINEA FROM LINEA-EXCLUIDOS
               DISPLAY LINEA-EXCLUIDOS
           END-IF.
           IF WS-AVISO-FECHAS = "S"
               DISPLAY "*** ADVERTENCIA: EL RANGO SUPERA 62 FECHAS - "

           4000-ESCRIBIR-EXPORTACION.
           MOVE SPACES TO WS-EXPORT-PATH.
           IF WS-REGION-PEDIDA = SPACES
               STRING "export-consolidado-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXPORT-PATH
           ELSE
               STRING "export-consolidado-" DELIMITED BY SIZE
                   WS-FECHA-DESDE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-REGION-PEDIDA DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXPORT-PATH
           END-IF.
           OPEN OUTPUT EXPORTACION-ARCHIVO.
           WRITE EXPORTACION-LINEA FROM EXPORT-ENCABEZADO.
           PERFORM 4100-EXPORTAR-UNA-FECHA
           4100-EXPORTAR-UNA-FECHA.
           MOVE TB-FE-FECHA(WS-SUB-FECHA) TO EX-FECHA.
           MOVE TB-FE-REGS(WS-SUB-FECHA) TO EX-REGS.
           MOVE TB-FE-IMPORTE(WS-SUB-FECHA) TO EX-MONTO-CON-SIGNO.
           IF EX-MONTO-CON-SIGNO < 0
               MOVE "-" TO EX-IMP-SIGNO
           ELSE
               MOVE "0" TO EX-IMP-SIGNO
           END-IF.
           MOVE EX-MONTO-CON-SIGNO TO EX-MONTO.
           MOVE EX-MONTO-ENT TO EX-IMP-ENT.
           MOVE EX-MONTO-DEC TO EX-IMP-DEC.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.
