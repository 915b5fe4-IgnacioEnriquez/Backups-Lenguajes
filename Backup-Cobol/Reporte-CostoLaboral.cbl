      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Reporte mensual de costo laboral contra ventas por
      *          sector. Para el periodo AAAAMM pedido (entorno
      *          COSTO-LABORAL-PERIODO o por pantalla) suma las
      *          ventas del historico ventas-historico.dat por sector
      *          (los primeros 5 caracteres del codigo producto/
      *          tienda, igual que PRODUCTIVIDAD-SECTOR; las
      *          devoluciones restan) y el bruto y las horas (normales
      *          mas extra) liquidados en nomina-historia.dat por
      *          NH-SECTOR. Muestra por sector las ventas, el costo,
      *          el costo como porcentaje de las ventas, el costo por
      *          hora trabajada y la variacion en puntos de ese
      *          porcentaje contra el mes anterior y contra el mismo
      *          mes del anio anterior, y marca los sectores que
      *          superan el tope SM-OBJETIVO-COSTO del maestro de
      *          sectores. Como el reporte de variacion de nomina,
      *          solo toma la liquidacion mensual (el aguinaldo queda
      *          afuera) y resta del bruto los ajustes retroactivos de
      *          periodos anteriores, para que los meses sean
      *          comparables. Deja el listado en
      *          costo-laboral-<periodo>.rpt y la misma informacion
      *          separada por punto y coma en
      *          export-costo-laboral-<periodo>.csv.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-COSTO-LABORAL IS INITIAL PROGRAM.

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

           SELECT OPTIONAL HISTORIA-NOMINA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-CLAVE
           FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL SECTORES-ARCHIVO
           ASSIGN TO WS-SECTORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-CODIGO
           FILE STATUS IS WS-SECTORES-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORTACION-ARCHIVO
           ASSIGN TO WS-EXPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD HISTORIA-NOMINA.
           COPY NOMINAHIS.CPY.

       FD SECTORES-ARCHIVO.
           COPY SECTOR.CPY.

       FD REPORTE-ARCHIVO.
       01 REPORTE-LINEA PIC X(130).

       FD EXPORTACION-ARCHIVO.
       01 EXPORTACION-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-PATH   PIC X(60) VALUE "ventas-historico.dat".
       01  WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-PRESENTE VALUE "00".
       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-HISTORIA-STATUS  PIC X(02) VALUE "00".
           88 HISTORIA-ABIERTO-OK VALUES "00" "05".
       01  WS-SECTORES-PATH    PIC X(60) VALUE "sectores.dat".
       01  WS-SECTORES-STATUS  PIC X(02) VALUE "00".
           88 SECTORES-PRESENTE VALUE "00".
       01  WS-SECTORES-DISPONIBLE PIC X VALUE "N".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-EXPORT-PATH      PIC X(40) VALUE SPACES.
       01  WS-FIN-ARCHIVO      PIC X VALUE "1".

       01  WS-PERIODO-ENTORNO  PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PEDIDO   PIC 9(06) VALUE ZEROES.
       01 DETALLE-PERIODO-PEDIDO REDEFINES WS-PERIODO-PEDIDO.
           05 WS-PP-ANIO       PIC 9(04).
           05 WS-PP-MES        PIC 9(02).

      * Periodos comparados: 1 el pedido, 2 el mes anterior y
      * 3 el mismo mes del anio anterior.
       01 TABLA-PERIODOS.
           05 TB-PERIODO OCCURS 3 TIMES.
               10 TB-PE-ANIO   PIC 9(04).
               10 TB-PE-MES    PIC 9(02).
       01  WS-PERIODO-PROCESO  PIC 9(06) VALUE ZEROES.
       01  WS-SUB-PERIODO      PIC 9(01) VALUE ZEROES.

       01 TABLA-SECTORES.
           05 CN-SECTORES PIC 9(02) VALUE ZEROES.
           05 SECTOR-ENTRADA OCCURS 50 TIMES.
               10 TB-SC-COD        PIC X(05).
               10 TB-SC-PERIODO OCCURS 3 TIMES.
                   15 TB-SC-VENTAS PIC S9(10)V99.
                   15 TB-SC-COSTO  PIC S9(10)V99.
                   15 TB-SC-HORAS  PIC 9(07).

       01  WS-SUB-SECTOR       PIC 9(02) VALUE ZEROES.
       01  WS-SECTOR-HALLADO   PIC X VALUE "N".
       01  WS-SUB-ENCONTRADO   PIC 9(02) VALUE ZEROES.
       01  WS-SECTOR-BUSCADO   PIC X(05) VALUE SPACES.
       01  CN-FUERA-TABLA      PIC 9(06) VALUE ZEROES.

      * Importes del sector (o del total) que se esta imprimiendo,
      * con la misma forma que TB-SC-PERIODO y AC-TOT-PERIODO.
       01 CALCULO-PERIODOS.
           05 CA-PERIODO OCCURS 3 TIMES.
               10 CA-VENTAS    PIC S9(10)V99.
               10 CA-COSTO     PIC S9(10)V99.
               10 CA-HORAS     PIC 9(07).

       01  WS-RATIO            PIC 9(05)V99 VALUE ZEROES.
       01  WS-RATIO-VALIDO     PIC X VALUE "N".
       01  WS-RATIO-ACTUAL     PIC 9(05)V99 VALUE ZEROES.
       01  WS-ACTUAL-VALIDO    PIC X VALUE "N".
       01  WS-COSTO-HORA       PIC 9(07)V99 VALUE ZEROES.
       01  WS-DIFERENCIA       PIC S9(06)V99 VALUE ZEROES.
       01  WS-DIFERENCIA-ED    PIC -----9.99.
       01  WS-VARIACION-TEXTO  PIC X(09) VALUE SPACES.
       01  WS-OBJETIVO-COSTO   PIC 9(03)V99 VALUE ZEROES.
       01  CN-SOBRE-TOPE       PIC 9(02) VALUE ZEROES.

       01 TOTALES-PERIODO.
           05 AC-TOT-PERIODO OCCURS 3 TIMES.
               10 AC-TOT-VENTAS PIC S9(10)V99.
               10 AC-TOT-COSTO  PIC S9(10)V99.
               10 AC-TOT-HORAS  PIC 9(07).

       01 EX-MONTO PIC 9(10)V99 VALUE ZEROES.
       01 EX-MONTO-R REDEFINES EX-MONTO.
           05 EX-MONTO-ENT PIC X(10).
           05 EX-MONTO-DEC PIC X(02).

       01 EX-PORCENTAJE PIC 9(06)V99 VALUE ZEROES.
       01 EX-PORCENTAJE-R REDEFINES EX-PORCENTAJE.
           05 EX-PORC-ENT PIC X(06).
           05 EX-PORC-DEC PIC X(02).

       01 EX-COSTO-HORA PIC 9(07)V99 VALUE ZEROES.
       01 EX-COSTO-HORA-R REDEFINES EX-COSTO-HORA.
           05 EX-CH-ENT PIC X(07).
           05 EX-CH-DEC PIC X(02).

       01 EXPORT-ENCABEZADO.
           05 FILLER PIC X(31)
           VALUE "SECTOR;VENTAS;COSTO;PORC-COSTO;".
           05 FILLER PIC X(39)
           VALUE "COSTO-HORA;VAR-MES;VAR-ANIO;TOPE;MARCA".

       01 EXPORT-DETALLE.
           05 EX-SECTOR     PIC X(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-SIGNO-VEN  PIC X(01).
           05 EX-VEN-ENT    PIC X(10).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-VEN-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-COS-ENT    PIC X(10).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-COS-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-POR-ENT    PIC X(06).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-POR-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-HOR-ENT    PIC X(07).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-HOR-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-VAR-MES    PIC X(09).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-VAR-ANIO   PIC X(09).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-TOPE       PIC 999.99.
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-MARCA      PIC X(01).

       01 LINEA-TITULO.
           05 FILLER PIC X(44)
           VALUE "COSTO LABORAL SOBRE VENTAS POR SECTOR - PER.".
           05 FILLER PIC X(03) VALUE " : ".
           05 RT-PERIODO PIC 9(06).
           05 FILLER PIC X(13) VALUE "  ANTERIOR : ".
           05 RT-PERIODO-ANT PIC 9(06).
           05 FILLER PIC X(18) VALUE "  ANIO ANTERIOR : ".
           05 RT-PERIODO-AA PIC 9(06).

       01 LINEA-COLUMNAS.
           05 FILLER PIC X(41)
           VALUE "SECTOR NOMBRE                      VENTAS".
           05 FILLER PIC X(40)
           VALUE "         COSTO  % COSTO COSTO/HORA   VAR".
           05 FILLER PIC X(28)
           VALUE " MES  VAR ANIO TOPE %  MARCA".

       01 LINEA-DETALLE.
           05 RT-SECTOR      PIC X(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-NOMBRE      PIC X(20).
           05 RT-VENTAS      PIC -ZZZZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-COSTO       PIC ZZZZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-PORCIENTO   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-COSTO-HORA  PIC ZZZZZZ9.99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-VAR-MES     PIC X(09).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-VAR-ANIO    PIC X(09).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-TOPE        PIC ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-MARCA       PIC X(20).

       01  RT-PORCIENTO-ED     PIC ZZZZ9.99.

       01 LINEA-RESUMEN.
           05 FILLER         PIC X(26)
           VALUE "SECTORES SOBRE EL TOPE :  ".
           05 RT-SOBRE-TOPE  PIC Z9.
           05 FILLER         PIC X(27)
           VALUE "   SECTORES SIN TABLA :    ".
           05 RT-FUERA-TABLA PIC ZZZZZ9.

       PROCEDURE DIVISION.
           0000-MAINLINE.
           PERFORM 1000-OBTENER-PERIODO.
           IF WS-PERIODO-PEDIDO < 190001
               OR WS-PP-MES < 1 OR WS-PP-MES > 12
               DISPLAY "*** PERIODO INVALIDO - DEBE SER AAAAMM ***"
           ELSE
               PERFORM 1500-ARMAR-PERIODOS
               PERFORM 2000-ACUMULAR-VENTAS
               PERFORM 3000-ACUMULAR-NOMINA
               IF CN-SECTORES = 0
                   DISPLAY "SIN VENTAS NI NOMINA PARA EL PERIODO "
                       WS-PERIODO-PEDIDO
               ELSE
                   PERFORM 4000-EMITIR-REPORTE
               END-IF
           END-IF.
           GOBACK.

           1000-OBTENER-PERIODO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "VENTAS-HISTORICO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORICO-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "NOMINA-HISTORIA-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORIA-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "SECTORES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-SECTORES-PATH
           END-IF.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "COSTO-LABORAL-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-ENTORNO IS NUMERIC
               AND WS-PERIODO-ENTORNO > "000000"
               MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
           ELSE
               DISPLAY "COSTO LABORAL SOBRE VENTAS POR SECTOR"
               DISPLAY "PERIODO A EVALUAR (AAAAMM): "
               MOVE SPACES TO WS-PERIODO-ENTORNO
               ACCEPT WS-PERIODO-ENTORNO
               IF WS-PERIODO-ENTORNO IS NUMERIC
                   MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
               END-IF
           END-IF.

           1500-ARMAR-PERIODOS.
           MOVE WS-PP-ANIO TO TB-PE-ANIO(1).
           MOVE WS-PP-MES TO TB-PE-MES(1).
           MOVE WS-PP-ANIO TO TB-PE-ANIO(2).
           MOVE WS-PP-MES TO TB-PE-MES(2).
           IF TB-PE-MES(2) > 1
               SUBTRACT 1 FROM TB-PE-MES(2)
           ELSE
               MOVE 12 TO TB-PE-MES(2)
               SUBTRACT 1 FROM TB-PE-ANIO(2)
           END-IF.
           MOVE WS-PP-ANIO TO TB-PE-ANIO(3).
           SUBTRACT 1 FROM TB-PE-ANIO(3).
           MOVE WS-PP-MES TO TB-PE-MES(3).
           MOVE ZEROES TO TOTALES-PERIODO.

           2000-ACUMULAR-VENTAS.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF HISTORICO-PRESENTE
               PERFORM 2100-VENTAS-DE-UN-PERIODO
                   VARYING WS-SUB-PERIODO FROM 1 BY 1
                   UNTIL WS-SUB-PERIODO > 3
           ELSE
               DISPLAY "*** SIN HISTORICO DE VENTAS ***"
           END-IF.
           CLOSE HISTORICO-ARCHIVO.

           2100-VENTAS-DE-UN-PERIODO.
           MOVE TB-PERIODO(WS-SUB-PERIODO) TO WS-PERIODO-PROCESO.
           MOVE "1" TO WS-FIN-ARCHIVO.
           COMPUTE HV-FECHA = WS-PERIODO-PROCESO * 100 + 1.
           MOVE ZEROES TO HV-SECUENCIA.
           START HISTORICO-ARCHIVO KEY IS NOT < HV-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM 2200-SUMAR-VENTA
               UNTIL WS-FIN-ARCHIVO = "0".

           2200-SUMAR-VENTA.
           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF HV-FECHA(1:6) NOT = WS-PERIODO-PROCESO
                       MOVE "0" TO WS-FIN-ARCHIVO
                   ELSE
                       MOVE HV-COD-PROD-TIENDA(1:5)
                           TO WS-SECTOR-BUSCADO
                       PERFORM 7000-BUSCAR-O-CREAR-SECTOR
                       PERFORM 2300-APLICAR-VENTA
                   END-IF
           END-READ.

           2300-APLICAR-VENTA.
           IF WS-SECTOR-HALLADO = "S"
               IF HV-ES-DEVOLUCION
                   SUBTRACT HV-IMPORTE FROM
                       TB-SC-VENTAS(WS-SUB-SECTOR, WS-SUB-PERIODO)
                   SUBTRACT HV-IMPORTE
                       FROM AC-TOT-VENTAS(WS-SUB-PERIODO)
               ELSE
                   ADD HV-IMPORTE TO
                       TB-SC-VENTAS(WS-SUB-SECTOR, WS-SUB-PERIODO)
                   ADD HV-IMPORTE TO AC-TOT-VENTAS(WS-SUB-PERIODO)
               END-IF
           END-IF.

           3000-ACUMULAR-NOMINA.
           OPEN INPUT HISTORIA-NOMINA.
           IF HISTORIA-ABIERTO-OK
               PERFORM 3100-NOMINA-DE-UN-PERIODO
                   VARYING WS-SUB-PERIODO FROM 1 BY 1
                   UNTIL WS-SUB-PERIODO > 3
           ELSE
               DISPLAY "*** SIN HISTORIA DE NOMINA ***"
           END-IF.
           CLOSE HISTORIA-NOMINA.

           3100-NOMINA-DE-UN-PERIODO.
           MOVE TB-PERIODO(WS-SUB-PERIODO) TO WS-PERIODO-PROCESO.
           MOVE "1" TO WS-FIN-ARCHIVO.
           MOVE WS-PERIODO-PROCESO TO NH-PERIODO.
           MOVE LOW-VALUES TO NH-LEGAJO.
           MOVE LOW-VALUES TO NH-TIPO-LIQ.
           START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM 3200-SUMAR-LIQUIDACION
               UNTIL WS-FIN-ARCHIVO = "0".

           3200-SUMAR-LIQUIDACION.
           READ HISTORIA-NOMINA NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF NH-PERIODO NOT = WS-PERIODO-PROCESO
                       MOVE "0" TO WS-FIN-ARCHIVO
                   ELSE
                       IF NH-LIQ-MENSUAL
                           MOVE NH-SECTOR TO WS-SECTOR-BUSCADO
                           PERFORM 7000-BUSCAR-O-CREAR-SECTOR
                           PERFORM 3300-APLICAR-LIQUIDACION
                       END-IF
                   END-IF
           END-READ.

           3300-APLICAR-LIQUIDACION.
           IF WS-SECTOR-HALLADO = "S"
               COMPUTE TB-SC-COSTO(WS-SUB-SECTOR, WS-SUB-PERIODO) =
                   TB-SC-COSTO(WS-SUB-SECTOR, WS-SUB-PERIODO)
                   + NH-BRUTO - NH-RETRO
               COMPUTE AC-TOT-COSTO(WS-SUB-PERIODO) =
                   AC-TOT-COSTO(WS-SUB-PERIODO) + NH-BRUTO - NH-RETRO
               ADD NH-HORAS NH-EXTRA TO
                   TB-SC-HORAS(WS-SUB-SECTOR, WS-SUB-PERIODO)
               ADD NH-HORAS NH-EXTRA TO AC-TOT-HORAS(WS-SUB-PERIODO)
           END-IF.

           4000-EMITIR-REPORTE.
           OPEN INPUT SECTORES-ARCHIVO.
           IF SECTORES-PRESENTE
               MOVE "S" TO WS-SECTORES-DISPONIBLE
           ELSE
               DISPLAY "*** MAESTRO DE SECTORES AUSENTE - SIN "
                   "NOMBRES NI TOPES ***"
           END-IF.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING "costo-laboral-" DELIMITED BY SIZE
               WS-PERIODO-PEDIDO DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           MOVE SPACES TO WS-EXPORT-PATH.
           STRING "export-costo-laboral-" DELIMITED BY SIZE
               WS-PERIODO-PEDIDO DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-PATH.
           OPEN OUTPUT REPORTE-ARCHIVO.
           OPEN OUTPUT EXPORTACION-ARCHIVO.
           WRITE EXPORTACION-LINEA FROM EXPORT-ENCABEZADO.
           MOVE WS-PERIODO-PEDIDO TO RT-PERIODO.
           MOVE TB-PERIODO(2) TO RT-PERIODO-ANT.
           MOVE TB-PERIODO(3) TO RT-PERIODO-AA.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           WRITE REPORTE-LINEA FROM LINEA-COLUMNAS.
           DISPLAY LINEA-COLUMNAS.
           PERFORM 4100-ESCRIBIR-UN-SECTOR
               VARYING WS-SUB-SECTOR FROM 1 BY 1
               UNTIL WS-SUB-SECTOR > CN-SECTORES.
           PERFORM 4500-ESCRIBIR-TOTAL.
           MOVE CN-SOBRE-TOPE TO RT-SOBRE-TOPE.
           MOVE CN-FUERA-TABLA TO RT-FUERA-TABLA.
           WRITE REPORTE-LINEA FROM LINEA-RESUMEN.
           DISPLAY LINEA-RESUMEN.
           CLOSE EXPORTACION-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           IF WS-SECTORES-DISPONIBLE = "S"
               CLOSE SECTORES-ARCHIVO
           END-IF.

           4100-ESCRIBIR-UN-SECTOR.
           MOVE TB-SC-COD(WS-SUB-SECTOR) TO RT-SECTOR.
           MOVE TB-SC-COD(WS-SUB-SECTOR) TO EX-SECTOR.
           PERFORM 4200-DATOS-MAESTRO.
           MOVE TB-SC-PERIODO(WS-SUB-SECTOR, 1) TO CA-PERIODO(1).
           MOVE TB-SC-PERIODO(WS-SUB-SECTOR, 2) TO CA-PERIODO(2).
           MOVE TB-SC-PERIODO(WS-SUB-SECTOR, 3) TO CA-PERIODO(3).
           PERFORM 4300-ARMAR-LINEA.
           MOVE SPACES TO RT-MARCA.
           MOVE "N" TO EX-MARCA.
           IF WS-ACTUAL-VALIDO = "N"
               IF CA-COSTO(1) > 0
                   MOVE "*** SIN VENTAS ***" TO RT-MARCA
               END-IF
           ELSE
               IF WS-OBJETIVO-COSTO > 0
                   AND WS-RATIO-ACTUAL > WS-OBJETIVO-COSTO
                   ADD 1 TO CN-SOBRE-TOPE
                   MOVE "*** SOBRE TOPE ***" TO RT-MARCA
                   MOVE "S" TO EX-MARCA
               END-IF
           END-IF.
           WRITE REPORTE-LINEA FROM LINEA-DETALLE.
           DISPLAY LINEA-DETALLE.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.

           4200-DATOS-MAESTRO.
           MOVE SPACES TO RT-NOMBRE.
           MOVE ZEROES TO WS-OBJETIVO-COSTO.
           IF WS-SECTORES-DISPONIBLE = "S"
               MOVE TB-SC-COD(WS-SUB-SECTOR) TO SM-CODIGO
               READ SECTORES-ARCHIVO
                   KEY IS SM-CODIGO
                   INVALID KEY
                       MOVE "(SECTOR SIN MAESTRO)" TO RT-NOMBRE
                   NOT INVALID KEY
                       MOVE SM-NOMBRE TO RT-NOMBRE
                       MOVE SM-OBJETIVO-COSTO TO WS-OBJETIVO-COSTO
               END-READ
           END-IF.
           MOVE WS-OBJETIVO-COSTO TO RT-TOPE.
           MOVE WS-OBJETIVO-COSTO TO EX-TOPE.

           4300-ARMAR-LINEA.
           MOVE CA-VENTAS(1) TO RT-VENTAS.
           MOVE CA-COSTO(1) TO RT-COSTO.
           IF CA-VENTAS(1) < 0
               MOVE "-" TO EX-SIGNO-VEN
               COMPUTE EX-MONTO = 0 - CA-VENTAS(1)
           ELSE
               MOVE "0" TO EX-SIGNO-VEN
               MOVE CA-VENTAS(1) TO EX-MONTO
           END-IF.
           MOVE EX-MONTO-ENT TO EX-VEN-ENT.
           MOVE EX-MONTO-DEC TO EX-VEN-DEC.
           MOVE CA-COSTO(1) TO EX-MONTO.
           MOVE EX-MONTO-ENT TO EX-COS-ENT.
           MOVE EX-MONTO-DEC TO EX-COS-DEC.
           MOVE 1 TO WS-SUB-PERIODO.
           PERFORM 4400-CALCULAR-RATIO.
           MOVE WS-RATIO-VALIDO TO WS-ACTUAL-VALIDO.
           MOVE WS-RATIO TO WS-RATIO-ACTUAL.
           MOVE WS-RATIO TO EX-PORCENTAJE.
           IF WS-ACTUAL-VALIDO = "S"
               MOVE WS-RATIO TO RT-PORCIENTO-ED
               MOVE RT-PORCIENTO-ED TO RT-PORCIENTO
           ELSE
               MOVE "SIN VTAS" TO RT-PORCIENTO
           END-IF.
           MOVE EX-PORC-ENT TO EX-POR-ENT.
           MOVE EX-PORC-DEC TO EX-POR-DEC.
           MOVE ZEROES TO WS-COSTO-HORA.
           IF CA-HORAS(1) > 0 AND CA-COSTO(1) > 0
               DIVIDE CA-COSTO(1) BY CA-HORAS(1)
                   GIVING WS-COSTO-HORA ROUNDED
           END-IF.
           MOVE WS-COSTO-HORA TO RT-COSTO-HORA.
           MOVE WS-COSTO-HORA TO EX-COSTO-HORA.
           MOVE EX-CH-ENT TO EX-HOR-ENT.
           MOVE EX-CH-DEC TO EX-HOR-DEC.
           MOVE 2 TO WS-SUB-PERIODO.
           PERFORM 4400-CALCULAR-RATIO.
           PERFORM 4410-ARMAR-VARIACION.
           MOVE WS-VARIACION-TEXTO TO RT-VAR-MES.
           MOVE WS-VARIACION-TEXTO TO EX-VAR-MES.
           MOVE 3 TO WS-SUB-PERIODO.
           PERFORM 4400-CALCULAR-RATIO.
           PERFORM 4410-ARMAR-VARIACION.
           MOVE WS-VARIACION-TEXTO TO RT-VAR-ANIO.
           MOVE WS-VARIACION-TEXTO TO EX-VAR-ANIO.

           4400-CALCULAR-RATIO.
           MOVE ZEROES TO WS-RATIO.
           MOVE "N" TO WS-RATIO-VALIDO.
           IF CA-VENTAS(WS-SUB-PERIODO) > 0
               AND CA-COSTO(WS-SUB-PERIODO) NOT < 0
               MOVE "S" TO WS-RATIO-VALIDO
               COMPUTE WS-RATIO ROUNDED =
                   CA-COSTO(WS-SUB-PERIODO) * 100
                   / CA-VENTAS(WS-SUB-PERIODO)
                   ON SIZE ERROR
                       MOVE ZEROES TO WS-RATIO
                       MOVE "N" TO WS-RATIO-VALIDO
               END-COMPUTE
           END-IF.

           4410-ARMAR-VARIACION.
           IF WS-ACTUAL-VALIDO = "S" AND WS-RATIO-VALIDO = "S"
               COMPUTE WS-DIFERENCIA = WS-RATIO-ACTUAL - WS-RATIO
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
               MOVE WS-DIFERENCIA-ED TO WS-VARIACION-TEXTO
           ELSE
               MOVE "      S/D" TO WS-VARIACION-TEXTO
           END-IF.

           4500-ESCRIBIR-TOTAL.
           MOVE "TOTAL" TO RT-SECTOR.
           MOVE "TOTAL" TO EX-SECTOR.
           MOVE "TODOS LOS SECTORES" TO RT-NOMBRE.
           MOVE ZEROES TO RT-TOPE.
           MOVE ZEROES TO EX-TOPE.
           MOVE AC-TOT-PERIODO(1) TO CA-PERIODO(1).
           MOVE AC-TOT-PERIODO(2) TO CA-PERIODO(2).
           MOVE AC-TOT-PERIODO(3) TO CA-PERIODO(3).
           PERFORM 4300-ARMAR-LINEA.
           MOVE SPACES TO RT-MARCA.
           MOVE "N" TO EX-MARCA.
           WRITE REPORTE-LINEA FROM LINEA-DETALLE.
           DISPLAY LINEA-DETALLE.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.

           7000-BUSCAR-O-CREAR-SECTOR.
           PERFORM 7100-BUSCAR-SECTOR.
           IF WS-SECTOR-HALLADO = "N"
               IF CN-SECTORES < 50
                   ADD 1 TO CN-SECTORES
                   MOVE CN-SECTORES TO WS-SUB-SECTOR
                   MOVE WS-SECTOR-BUSCADO
                       TO TB-SC-COD(WS-SUB-SECTOR)
                   MOVE ZEROES TO TB-SC-PERIODO(WS-SUB-SECTOR, 1)
                   MOVE ZEROES TO TB-SC-PERIODO(WS-SUB-SECTOR, 2)
                   MOVE ZEROES TO TB-SC-PERIODO(WS-SUB-SECTOR, 3)
                   MOVE "S" TO WS-SECTOR-HALLADO
               ELSE
                   ADD 1 TO CN-FUERA-TABLA
               END-IF
           END-IF.

           7100-BUSCAR-SECTOR.
           MOVE "N" TO WS-SECTOR-HALLADO.
           MOVE ZEROES TO WS-SUB-ENCONTRADO.
           PERFORM 7110-COMPARAR-SECTOR
               VARYING WS-SUB-SECTOR FROM 1 BY 1
               UNTIL WS-SUB-SECTOR > CN-SECTORES
               OR WS-SECTOR-HALLADO = "S".
           IF WS-SECTOR-HALLADO = "S"
               MOVE WS-SUB-ENCONTRADO TO WS-SUB-SECTOR
           END-IF.

           7110-COMPARAR-SECTOR.
           IF TB-SC-COD(WS-SUB-SECTOR) = WS-SECTOR-BUSCADO
               MOVE "S" TO WS-SECTOR-HALLADO
               MOVE WS-SUB-SECTOR TO WS-SUB-ENCONTRADO
           END-IF.

       END PROGRAM REPORTE-COSTO-LABORAL.
