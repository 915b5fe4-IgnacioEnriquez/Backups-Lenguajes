      *          numero de secuencia (correlativo en
      *          interfaz-contable.ctl), un movimiento D por cada
      *          asiento (VTA = venta bruta por tienda desde el
      *          resumen ventas-resumen-tiendas.dat, DEV =
      *          devoluciones y notas de credito por tienda desde el
      *          mismo resumen, RCH = importe
      *          rechazado del dia desde ventas-rechazados.dat, NOM =
      *          bruto de nomina por sector desde nomina-historia.dat,
      *          solo de las liquidaciones con fecha de liquidacion
      *          igual a la fecha de generacion, asi cada nomina
      *          viaja exactamente una vez, en la interfaz del dia
      *          en que se liquido; los ajustes retroactivos de
      *          periodos anteriores pagados en esa nomina, NH-RETRO,
      *          no entran en NOM y viajan aparte por sector: RET si
      *          el neto del sector es a pagar, REC si es un recupero)
      *          y un
      *          trailer T con cantidad de movimientos y total de
      *          control. Deja ademas el reporte de control
      *          interfaz-contable.rpt con lo enviado, para que
      *          contabilidad importe el archivo en lugar de
      *          retipear los numeros del log. En la simulacion del
      *          cierre (CIERRE-SIMULACION=S) lee el resumen y los
      *          rechazos de las copias de trabajo simulacion-*,
      *          graba simulacion-contabilidad-<AAAAMMDD>.dat y
      *          simulacion-interfaz-contable.rpt con la leyenda de
      *          simulacion y no avanza la secuencia de
      *          interfaz-contable.ctl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESUMEN-TIENDAS-ARCHIVO
           ASSIGN TO WS-RESUMEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMEN-STATUS.

           SELECT OPTIONAL RECHAZOS-ARCHIVO
           ASSIGN TO WS-RECHAZOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECHAZOS-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 VT-REGS     PIC 9(04).
           05 VT-IMPORTE  PIC 9(08)V99.
           05 VT-RECHAZOS PIC 9(04).
           05 VT-DEVOLUCIONES PIC 9(08)V99.

       FD RECHAZOS-ARCHIVO.
       01 RECHAZO-REGISTRO.
       01 REPORTE-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RESUMEN-PATH     PIC X(60) VALUE
           "ventas-resumen-tiendas.dat".
       01  WS-RESUMEN-STATUS   PIC X(02) VALUE "00".
           88 RESUMEN-ABIERTO-OK VALUES "00" "05".
       01  WS-RECHAZOS-PATH    PIC X(60) VALUE "ventas-rechazados.dat".
       01  WS-RECHAZOS-STATUS  PIC X(02) VALUE "00".
           88 RECHAZOS-ABIERTO-OK VALUES "00" "05".
       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-CONTROL-STATUS   PIC X(02) VALUE "00".
           88 CONTROL-ABIERTO-OK VALUES "00" "05".
       01  WS-INTERFAZ-PATH    PIC X(40) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE "interfaz-contable.rpt".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-SIMULACION       PIC X VALUE "N".
       01  WS-FIN-ARCHIVO      PIC X VALUE "1".

       01  WS-FECHA-INTERFAZ   PIC 9(08) VALUE ZEROES.
       01  AC-IMPORTE-RECHAZOS PIC 9(10)V99 VALUE ZEROES.
       01  CN-RECHAZOS-DIA     PIC 9(04) VALUE ZEROES.
       01  WS-IMPORTE-RECHAZO  PIC 9(04)V99 VALUE ZEROES.
       01  WS-IMPORTE-DEVUELTO PIC 9(08)V99 VALUE ZEROES.
       01  WS-HUBO-NOMINA      PIC X VALUE "N".
       01  WS-FIN-NOMINA       PIC X VALUE "1".

           05 NOMINA-SECTOR-ENTRADA OCCURS 50 TIMES.
               10 TB-NS-SECTOR PIC X(05).
               10 TB-NS-BRUTO  PIC 9(10)V99.
               10 TB-NS-RETRO  PIC S9(10)V99.

       01  WS-SUB-NS           PIC 9(02) VALUE ZEROES.
       01  WS-SUB-NS-HALLADO   PIC 9(02) VALUE ZEROES.
       01  WS-BRUTO-PROPIO     PIC 9(08)V99 VALUE ZEROES.
       01  WS-NS-HALLADO       PIC X VALUE "N".

       01 REGISTRO-CABECERA.
           05 FILLER PIC X(08) VALUE "  SEC.: ".
           05 RC-SECUENCIA PIC 9(06).

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-DETALLE-CTRL.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RC-TIPO     PIC X(03).
               PERFORM 3000-ACUMULAR-RECHAZOS
               PERFORM 3500-ACUMULAR-NOMINA
               PERFORM 4000-GENERAR-ARCHIVO
               IF WS-SIMULACION = "S"
                   DISPLAY "SIMULACION - LA SECUENCIA DE INTERFAZ "
                       "NO SE AVANZA"
               ELSE
                   PERFORM 5000-GRABAR-SECUENCIA
               END-IF
               MOVE CN-MOVIMIENTOS TO LK-MOVIMIENTOS
               MOVE "0" TO LK-ESTADO-INTERFAZ
           END-IF.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORIA-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-ventas-resumen-tiendas.dat"
                   TO WS-RESUMEN-PATH
               MOVE "simulacion-ventas-rechazados.dat"
                   TO WS-RECHAZOS-PATH
               MOVE "simulacion-interfaz-contable.rpt"
                   TO WS-REPORTE-PATH
           END-IF.
           OPEN INPUT RESUMEN-TIENDAS-ARCHIVO.
           IF RESUMEN-ABIERTO-OK
               READ RESUMEN-TIENDAS-ARCHIVO
           END-READ.

           3700-SUMAR-SECTOR-NOMINA.
           COMPUTE WS-BRUTO-PROPIO = NH-BRUTO - NH-RETRO.
           MOVE "N" TO WS-NS-HALLADO.
           MOVE ZEROES TO WS-SUB-NS-HALLADO.
           PERFORM 3710-COMPARAR-SECTOR-NOMINA
               UNTIL WS-SUB-NS > CN-NOM-SECTORES
               OR WS-NS-HALLADO = "S".
           IF WS-NS-HALLADO = "S"
               ADD WS-BRUTO-PROPIO TO TB-NS-BRUTO(WS-SUB-NS-HALLADO)
               ADD NH-RETRO TO TB-NS-RETRO(WS-SUB-NS-HALLADO)
           ELSE
               IF CN-NOM-SECTORES < 50
                   ADD 1 TO CN-NOM-SECTORES
                   MOVE NH-SECTOR TO TB-NS-SECTOR(CN-NOM-SECTORES)
                   MOVE WS-BRUTO-PROPIO TO TB-NS-BRUTO(CN-NOM-SECTORES)
                   MOVE NH-RETRO TO TB-NS-RETRO(CN-NOM-SECTORES)
               END-IF
           END-IF.


           4000-GENERAR-ARCHIVO.
           MOVE SPACES TO WS-INTERFAZ-PATH.
           IF WS-SIMULACION = "S"
               STRING "simulacion-contabilidad-" DELIMITED BY SIZE
                   WS-FECHA-INTERFAZ DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-INTERFAZ-PATH
           ELSE
               STRING "contabilidad-" DELIMITED BY SIZE
                   WS-FECHA-INTERFAZ DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-INTERFAZ-PATH
           END-IF.
           OPEN OUTPUT INTERFAZ-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE WS-FECHA-INTERFAZ TO CB-FECHA.
           MOVE WS-SECUENCIA TO RC-SECUENCIA.
           WRITE REPORTE-LINEA FROM LINEA-TITULO-CTRL.
           DISPLAY LINEA-TITULO-CTRL.
           IF WS-SIMULACION = "S"
               WRITE REPORTE-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           PERFORM 4100-MOVIMIENTOS-TIENDAS.
           PERFORM 4200-MOVIMIENTO-RECHAZOS.
           PERFORM 4300-MOVIMIENTOS-NOMINA.

           4120-MOVIMIENTO-TIENDA.
           IF VT-FECHA = WS-FECHA-INTERFAZ
               IF VT-DEVOLUCIONES IS NUMERIC
                   MOVE VT-DEVOLUCIONES TO WS-IMPORTE-DEVUELTO
               ELSE
                   MOVE ZEROES TO WS-IMPORTE-DEVUELTO
               END-IF
               MOVE "VTA" TO MV-TIPO
               MOVE SPACES TO MV-CODIGO
               MOVE VT-TIENDA TO MV-CODIGO(1:5)
               COMPUTE MV-IMPORTE = VT-IMPORTE + WS-IMPORTE-DEVUELTO
               PERFORM 4500-ESCRIBIR-MOVIMIENTO
               IF WS-IMPORTE-DEVUELTO > ZEROES
                   MOVE "DEV" TO MV-TIPO
                   MOVE WS-IMPORTE-DEVUELTO TO MV-IMPORTE
                   PERFORM 4500-ESCRIBIR-MOVIMIENTO
               END-IF
           END-IF.
           PERFORM 4110-LEER-RESUMEN.

           MOVE TB-NS-SECTOR(WS-SUB-NS) TO MV-CODIGO(1:5).
           MOVE TB-NS-BRUTO(WS-SUB-NS) TO MV-IMPORTE.
           PERFORM 4500-ESCRIBIR-MOVIMIENTO.
           IF TB-NS-RETRO(WS-SUB-NS) > 0
               MOVE "RET" TO MV-TIPO
               MOVE TB-NS-RETRO(WS-SUB-NS) TO MV-IMPORTE
               PERFORM 4500-ESCRIBIR-MOVIMIENTO
           END-IF.
           IF TB-NS-RETRO(WS-SUB-NS) < 0
               MOVE "REC" TO MV-TIPO
               COMPUTE MV-IMPORTE = 0 - TB-NS-RETRO(WS-SUB-NS)
               PERFORM 4500-ESCRIBIR-MOVIMIENTO
           END-IF.

           4500-ESCRIBIR-MOVIMIENTO.
           WRITE INTERFAZ-LINEA FROM REGISTRO-MOVIMIENTO.
