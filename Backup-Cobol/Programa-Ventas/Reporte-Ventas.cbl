      *          Ademas del resumen en pantalla deja el archivo
      *          delimitado export-ventas-AAAAMMDD.csv con encabezado
      *          y punto decimal real, para las planillas de la
      *          oficina comercial. Las devoluciones (tipo D) restan
      *          del total y del promedio de su fecha; se informan
      *          aparte con su cantidad e importe, y el exportado
      *          suma la columna DEVOLUCIONES. En simulacion de
      *          cierre (CIERRE-SIMULACION = S) el exportado sale como
      *          simulacion-export-ventas-AAAAMMDD.csv y el resumen
      *          lleva la leyenda de simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 EXPORTACION-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-TOTAL-VENTAS        PIC S9(08)V99 VALUE ZEROES.
       01 WS-PROMEDIO-VENTAS     PIC S9(08)V99 VALUE ZEROES.
       01 WS-TOTAL-DEVOLUCIONES  PIC 9(08)V99 VALUE ZEROES.
       01 WS-CANT-DEVOLUCIONES   PIC 9(04) VALUE ZEROES.
       01 WS-IMPORTE-NETO        PIC S9(04)V99 VALUE ZEROES.
       01 WS-SUBINDICE           PIC 9(04) VALUE ZEROES.
       01 WS-CANT-INCLUIDOS      PIC 9(04) VALUE ZEROES.

           05 CN-FECHAS PIC 9(04) VALUE ZEROES.
           05 FECHA-REGISTRO OCCURS 2000 TIMES.
               10 WS-FEC-FECHA    PIC 9(08).
               10 WS-FEC-TOTAL    PIC S9(08)V99.
               10 WS-FEC-CANT     PIC 9(04).
               10 WS-FEC-DEV      PIC 9(08)V99.

       01 WS-SUB-FECHA           PIC 9(04) VALUE ZEROES.
       01 WS-SUB-SIGUIENTE       PIC 9(04) VALUE ZEROES.
       01 WS-ENCONTRADO-FECHA    PIC X VALUE "N".
       01 WS-PROMEDIO-FECHA      PIC S9(08)V99 VALUE ZEROES.

       01 AUXILIAR-FECHA.
           05 AX-FECHA           PIC 9(08).
           05 AX-TOTAL           PIC S9(08)V99.
           05 AX-CANT            PIC 9(04).
           05 AX-DEV             PIC 9(08)V99.

       01 PRESENTACION-TITULO.
           05 FILLER             PIC X(30)
           05 CT-TEXTO-FEC-CANT  PIC X(13) VALUE "  REGISTROS :".
           05 WS-TEMP-FEC-CANT   PIC ZZZ9.
           05 CT-TEXTO-FEC-TOTAL PIC X(09) VALUE "  TOTAL :".
           05 WS-TEMP-FEC-TOTAL  PIC -ZZZZZZZ9.99.
           05 CT-TEXTO-FEC-PROM  PIC X(12) VALUE "  PROMEDIO :".
           05 WS-TEMP-FEC-PROM   PIC -ZZZZZZZ9.99.
           05 CT-TEXTO-FEC-DEV   PIC X(08) VALUE "  DEV. :".
           05 WS-TEMP-FEC-DEV    PIC ZZZZZZZ9.99.

       01 PRESENTACION-CANTIDAD.
           05 CT-TEXTO-CANTIDAD  PIC X(25)
       01 PRESENTACION-TOTAL.
           05 CT-TEXTO-TOTAL     PIC X(25)
           VALUE "TOTAL DE VENTAS         :".
           05 WS-TEMP-TOTAL      PIC -ZZZZZZZ9.99.

       01 PRESENTACION-DEVOLUCIONES.
           05 CT-TEXTO-DEV       PIC X(25)
           VALUE "DEVOLUCIONES DESCONTADAS:".
           05 WS-TEMP-DEV-CANT   PIC ZZZ9.
           05 CT-TEXTO-DEV-IMP   PIC X(11) VALUE "  IMPORTE :".
           05 WS-TEMP-DEV-IMP    PIC ZZZZZZZ9.99.

       01 PRESENTACION-PROMEDIO.
           05 CT-TEXTO-PROMEDIO  PIC X(25)
           VALUE "PROMEDIO POR REGISTRO   :".
           05 WS-TEMP-PROMEDIO   PIC -ZZZZZZZ9.99.

       01  WS-EXPORT-PATH    PIC X(60) VALUE SPACES.
       01  WS-FECHA-SISTEMA  PIC 9(08) VALUE ZEROES.
       01  WS-SIMULACION     PIC X VALUE "N".
       01  WS-PREFIJO-EXPORT PIC X(25) VALUE "export-ventas-".

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 EX-MONTO PIC 9(08)V99 VALUE ZEROES.
       01 EX-MONTO-R REDEFINES EX-MONTO.
           05 EX-MONTO-ENT PIC X(08).
           05 EX-MONTO-DEC PIC X(02).
       01 EX-MONTO-CON-SIGNO PIC S9(08)V99 VALUE ZEROES.
       01 EX-SIGNO           PIC X(01) VALUE "0".

       01 EXPORT-ENCABEZADO.
           05 FILLER PIC X(43)
           VALUE "FECHA;REGISTROS;TOTAL;PROMEDIO;DEVOLUCIONES".

       01 EXPORT-DETALLE.
           05 EX-FECHA     PIC X(08).
           05 FILLER       PIC X(01) VALUE ";".
           05 EX-CANT      PIC 9(04).
           05 FILLER       PIC X(01) VALUE ";".
           05 EX-TOT-SIGNO PIC X(01).
           05 EX-TOT-ENT   PIC X(08).
           05 FILLER       PIC X(01) VALUE ".".
           05 EX-TOT-DEC   PIC X(02).
           05 FILLER       PIC X(01) VALUE ";".
           05 EX-PROM-SIGNO PIC X(01).
           05 EX-PROM-ENT  PIC X(08).
           05 FILLER       PIC X(01) VALUE ".".
           05 EX-PROM-DEC  PIC X(02).
           05 FILLER       PIC X(01) VALUE ";".
           05 EX-DEV-ENT   PIC X(08).
           05 FILLER       PIC X(01) VALUE ".".
           05 EX-DEV-DEC   PIC X(02).

       LINKAGE SECTION.
       01 TABLA-DATOS-A-ENVIAR.
               10 WS-CANT-VENTAS        PIC 9(04)V99.
               10 WS-FECHA-VENTA        PIC 9(08).
               10 WS-COD-PROD-TIENDA    PIC X(08).
               10 WS-TIPO-MOV           PIC X(01).
                   88 WS-ES-DEVOLUCION  VALUE "D".

       PROCEDURE DIVISION USING TABLA-DATOS-A-ENVIAR.
           0000-MAINLINE.
           1100-SUMAR-REGISTRO.
           IF WS-FECHA-VENTA(WS-SUBINDICE) NOT < WS-FECHA-DESDE
               AND WS-FECHA-VENTA(WS-SUBINDICE) NOT > WS-FECHA-HASTA
               IF WS-ES-DEVOLUCION(WS-SUBINDICE)
                   COMPUTE WS-IMPORTE-NETO =
                       0 - WS-CANT-VENTAS(WS-SUBINDICE)
                   ADD WS-CANT-VENTAS(WS-SUBINDICE)
                       TO WS-TOTAL-DEVOLUCIONES
                   ADD 1 TO WS-CANT-DEVOLUCIONES
               ELSE
                   MOVE WS-CANT-VENTAS(WS-SUBINDICE) TO WS-IMPORTE-NETO
               END-IF
               ADD WS-IMPORTE-NETO TO WS-TOTAL-VENTAS
               ADD 1 TO WS-CANT-INCLUIDOS
               PERFORM 1200-ACUMULAR-FECHA
           END-IF.
               ADD 1 TO CN-FECHAS
               MOVE WS-FECHA-VENTA(WS-SUBINDICE)
                   TO WS-FEC-FECHA(CN-FECHAS)
               MOVE WS-IMPORTE-NETO TO WS-FEC-TOTAL(CN-FECHAS)
               MOVE 1 TO WS-FEC-CANT(CN-FECHAS)
               MOVE ZEROES TO WS-FEC-DEV(CN-FECHAS)
               IF WS-ES-DEVOLUCION(WS-SUBINDICE)
                   MOVE WS-CANT-VENTAS(WS-SUBINDICE)
                       TO WS-FEC-DEV(CN-FECHAS)
               END-IF
           END-IF.

           1210-BUSCAR-FECHA.
           IF WS-FEC-FECHA(WS-SUB-FECHA) = WS-FECHA-VENTA(WS-SUBINDICE)
               ADD WS-IMPORTE-NETO TO WS-FEC-TOTAL(WS-SUB-FECHA)
               ADD 1 TO WS-FEC-CANT(WS-SUB-FECHA)
               IF WS-ES-DEVOLUCION(WS-SUBINDICE)
                   ADD WS-CANT-VENTAS(WS-SUBINDICE)
                       TO WS-FEC-DEV(WS-SUB-FECHA)
               END-IF
               MOVE "S" TO WS-ENCONTRADO-FECHA
           END-IF.

           3000-IMPRIMIR-RESUMEN.
           PERFORM 3500-ABRIR-EXPORTACION.
           DISPLAY PRESENTACION-TITULO.
           IF WS-SIMULACION = "S"
               DISPLAY LINEA-SIMULACION
           END-IF.
           IF WS-FECHA-DESDE > 0 OR WS-FECHA-HASTA < 99999999
               MOVE WS-FECHA-DESDE TO WS-TEMP-DESDE
               MOVE WS-FECHA-HASTA TO WS-TEMP-HASTA
           DISPLAY PRESENTACION-CANTIDAD.
           MOVE WS-TOTAL-VENTAS TO WS-TEMP-TOTAL.
           DISPLAY PRESENTACION-TOTAL.
           IF WS-CANT-DEVOLUCIONES > 0
               MOVE WS-CANT-DEVOLUCIONES TO WS-TEMP-DEV-CANT
               MOVE WS-TOTAL-DEVOLUCIONES TO WS-TEMP-DEV-IMP
               DISPLAY PRESENTACION-DEVOLUCIONES
           END-IF.
           MOVE WS-PROMEDIO-VENTAS TO WS-TEMP-PROMEDIO.
           DISPLAY PRESENTACION-PROMEDIO.
           MOVE "TOTAL" TO EX-FECHA.
           MOVE WS-CANT-INCLUIDOS TO EX-CANT.
           MOVE WS-TOTAL-VENTAS TO EX-MONTO-CON-SIGNO.
           PERFORM 3600-SEPARAR-SIGNO.
           MOVE EX-SIGNO TO EX-TOT-SIGNO.
           MOVE EX-MONTO-ENT TO EX-TOT-ENT.
           MOVE EX-MONTO-DEC TO EX-TOT-DEC.
           MOVE WS-PROMEDIO-VENTAS TO EX-MONTO-CON-SIGNO.
           PERFORM 3600-SEPARAR-SIGNO.
           MOVE EX-SIGNO TO EX-PROM-SIGNO.
           MOVE EX-MONTO-ENT TO EX-PROM-ENT.
           MOVE EX-MONTO-DEC TO EX-PROM-DEC.
           MOVE WS-TOTAL-DEVOLUCIONES TO EX-MONTO.
           MOVE EX-MONTO-ENT TO EX-DEV-ENT.
           MOVE EX-MONTO-DEC TO EX-DEV-DEC.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.
           CLOSE EXPORTACION-ARCHIVO.

           3500-ABRIR-EXPORTACION.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-export-ventas-" TO WS-PREFIJO-EXPORT
           END-IF.
           MOVE SPACES TO WS-EXPORT-PATH.
           STRING WS-PREFIJO-EXPORT DELIMITED BY SPACE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-PATH.
                   GIVING WS-PROMEDIO-FECHA
           END-IF.
           MOVE WS-PROMEDIO-FECHA TO WS-TEMP-FEC-PROM.
           MOVE WS-FEC-DEV(WS-SUB-FECHA) TO WS-TEMP-FEC-DEV.
           DISPLAY PRESENTACION-FECHA.
           MOVE WS-FEC-FECHA(WS-SUB-FECHA) TO EX-FECHA.
           MOVE WS-FEC-CANT(WS-SUB-FECHA) TO EX-CANT.
           MOVE WS-FEC-TOTAL(WS-SUB-FECHA) TO EX-MONTO-CON-SIGNO.
           PERFORM 3600-SEPARAR-SIGNO.
           MOVE EX-SIGNO TO EX-TOT-SIGNO.
           MOVE EX-MONTO-ENT TO EX-TOT-ENT.
           MOVE EX-MONTO-DEC TO EX-TOT-DEC.
           MOVE WS-PROMEDIO-FECHA TO EX-MONTO-CON-SIGNO.
           PERFORM 3600-SEPARAR-SIGNO.
           MOVE EX-SIGNO TO EX-PROM-SIGNO.
           MOVE EX-MONTO-ENT TO EX-PROM-ENT.
           MOVE EX-MONTO-DEC TO EX-PROM-DEC.
           MOVE WS-FEC-DEV(WS-SUB-FECHA) TO EX-MONTO.
           MOVE EX-MONTO-ENT TO EX-DEV-ENT.
           MOVE EX-MONTO-DEC TO EX-DEV-DEC.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.

           3600-SEPARAR-SIGNO.
           IF EX-MONTO-CON-SIGNO < 0
               MOVE "-" TO EX-SIGNO
           ELSE
               MOVE "0" TO EX-SIGNO
           END-IF.
           MOVE EX-MONTO-CON-SIGNO TO EX-MONTO.

       END PROGRAM REPORTE-VENTAS.
