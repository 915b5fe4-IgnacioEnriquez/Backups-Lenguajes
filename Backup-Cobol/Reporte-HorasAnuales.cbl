      *          200 por omision; el aviso sale al 80 por ciento).
      *          Los marcados quedan tambien en tope-extra-anual.log,
      *          como hace horas-excedidas.log con el umbral semanal.
      *          Los totales por sector se arman con las transacciones
      *          del anio ya aplicadas (horas-diarias-aplicadas.dat),
      *          cada una imputada al sector en que estaba el legajo
      *          ese dia segun la historia de asignaciones
      *          (SECTOR-A-FECHA); lo que el acumulado anual tenga de
      *          mas sobre esas transacciones (horas anteriores al
      *          posteo por transaccion) va al sector del acumulado,
      *          donde tambien se cuenta el legajo. En la simulacion
      *          del cierre (CIERRE-SIMULACION=S) lee las copias de
      *          trabajo simulacion-* y deja los marcados en
      *          simulacion-tope-extra-anual.log con la leyenda de
      *          simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-ACUMULADO-STATUS.

           SELECT ALERTAS-ARCHIVO
           ASSIGN TO WS-ALERTAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

           SELECT OPTIONAL APLICADAS-ARCHIVO
           ASSIGN TO WS-APLICADAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APLICADAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACUMULADO-ARCHIVO.
       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD APLICADAS-ARCHIVO.
           COPY HORATRAN.CPY.

       WORKING-STORAGE SECTION.
       01  WS-ACUMULADO-PATH   PIC X(60) VALUE "horas-anuales.dat".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-ALERTAS-PATH     PIC X(40) VALUE "tope-extra-anual.log".
       01  WS-APLICADAS-PATH   PIC X(60) VALUE
           "horas-diarias-aplicadas.dat".
       01  WS-SIMULACION       PIC X VALUE "N".
       01  WS-ACUMULADO-STATUS PIC X(02) VALUE "00".
           88 ACUMULADO-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-ACUMULADO    PIC X VALUE "1".

       01  WS-SUB-SECTOR        PIC 9(03) VALUE ZEROES.
       01  WS-ENCONTRADO-SECTOR PIC X VALUE "N".
       01  WS-SECTOR-BUSCADO    PIC X(05) VALUE SPACES.
       01  WS-SECTOR-UBICADO    PIC X VALUE "N".
       01  WS-SECTOR-MODO       PIC X(01) VALUE SPACE.
       01  WS-FECHA-SECTOR      PIC 9(08) VALUE ZEROES.

       01  WS-APLICADAS-STATUS  PIC X(02) VALUE "00".
           88 APLICADAS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-APLICADAS     PIC X VALUE "1".
       01 TABLA-LEGAJOS-TRANSACCION.
           05 CN-LEG-TRAN PIC 9(04) VALUE ZEROES.
           05 LEGAJO-TRANSACCION OCCURS 2000 TIMES.
               10 TB-TR-LEGAJO PIC X(11).
               10 TB-TR-HORAS  PIC 9(06).
               10 TB-TR-EXTRA  PIC 9(06).
       01  WS-SUB-LEG-TRAN      PIC 9(04) VALUE ZEROES.
       01  WS-LEG-TRAN-HALLADO  PIC X VALUE "N".
       01  WS-LEGAJO-TRAN       PIC X(11) VALUE SPACES.
       01  WS-AVISO-LEG-TRAN    PIC X VALUE "N".
       01  WS-RESTO-HORAS       PIC 9(06) VALUE ZEROES.
       01  WS-RESTO-EXTRA       PIC 9(06) VALUE ZEROES.

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 PRESENTACION-TITULO.
           05 FILLER PIC X(42)
           PERFORM 1000-OBTENER-TOPE.
           PERFORM 1100-OBTENER-RUTA.
           PERFORM 1200-ABRIR-EMPLEADOS.
           PERFORM 1300-IMPUTAR-TRANSACCIONES.
           OPEN INPUT ACUMULADO-ARCHIVO.
           OPEN OUTPUT ALERTAS-ARCHIVO.
           DISPLAY PRESENTACION-TITULO.
           IF WS-SIMULACION = "S"
               WRITE ALERTA-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           IF NOT ACUMULADO-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR HORAS-ANUALES - "
                   "STATUS " WS-ACUMULADO-STATUS " ***"
               MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
           END-IF.

           1300-IMPUTAR-TRANSACCIONES.
           MOVE "C" TO WS-SECTOR-MODO.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-BUSCADO.
           MOVE "B" TO WS-SECTOR-MODO.
           MOVE "1" TO WS-FIN-APLICADAS.
           OPEN INPUT APLICADAS-ARCHIVO.
           IF APLICADAS-ABIERTO-OK
               PERFORM 1310-LEER-TRANSACCION
                   UNTIL WS-FIN-APLICADAS = "0"
           END-IF.
           CLOSE APLICADAS-ARCHIVO.

           1310-LEER-TRANSACCION.
           READ APLICADAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-APLICADAS
               NOT AT END
                   IF HT-FECHA(1:4) = WS-ANIO-ACTUAL
                       AND HT-HORAS IS NUMERIC
                       AND HT-EXTRA IS NUMERIC
                       PERFORM 1320-IMPUTAR-UNA-TRANSACCION
                   END-IF
           END-READ.

           1320-IMPUTAR-UNA-TRANSACCION.
           MOVE SPACES TO WS-SECTOR-BUSCADO.
           MOVE HT-LEGAJO TO WS-EMPLEADOS-LEGAJO.
           IF WS-EMPLEADOS-DISPONIBLE = "S"
               READ EMPLEADOS-ARCHIVO
                   KEY IS WS-EMPLEADOS-LEGAJO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-BUSCADO
               END-READ
           END-IF.
           MOVE HT-LEGAJO TO WS-EMPLEADOS-LEGAJO.
           MOVE HT-FECHA TO WS-FECHA-SECTOR.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-BUSCADO.
           IF WS-SECTOR-BUSCADO NOT = SPACES
               PERFORM 3130-UBICAR-SECTOR
               IF WS-SECTOR-UBICADO = "S"
                   PERFORM 1330-SUMAR-LEGAJO-TRANSACCION
               END-IF
           END-IF.

           1330-SUMAR-LEGAJO-TRANSACCION.
           MOVE HT-LEGAJO TO WS-LEGAJO-TRAN.
           PERFORM 3140-BUSCAR-LEGAJO-TRANSACCION.
           IF WS-LEG-TRAN-HALLADO = "N"
               IF CN-LEG-TRAN < 2000
                   ADD 1 TO CN-LEG-TRAN
                   MOVE CN-LEG-TRAN TO WS-SUB-LEG-TRAN
                   MOVE WS-LEGAJO-TRAN
                       TO TB-TR-LEGAJO(WS-SUB-LEG-TRAN)
                   MOVE ZEROES TO TB-TR-HORAS(WS-SUB-LEG-TRAN)
                   MOVE ZEROES TO TB-TR-EXTRA(WS-SUB-LEG-TRAN)
                   MOVE "S" TO WS-LEG-TRAN-HALLADO
               ELSE
                   IF WS-AVISO-LEG-TRAN = "N"
                       MOVE "S" TO WS-AVISO-LEG-TRAN
                       DISPLAY "*** MAS DE 2000 LEGAJOS CON "
                           "TRANSACCIONES - EL RESTO SE SUMA TAMBIEN "
                           "POR EL ACUMULADO ***"
                   END-IF
               END-IF
           END-IF.
           IF WS-LEG-TRAN-HALLADO = "S"
               ADD HT-HORAS TO WS-SECTOR-HORAS(WS-SUB-SECTOR)
               ADD HT-EXTRA TO WS-SECTOR-EXTRA(WS-SUB-SECTOR)
               ADD HT-HORAS TO TB-TR-HORAS(WS-SUB-LEG-TRAN)
               ADD HT-EXTRA TO TB-TR-EXTRA(WS-SUB-LEG-TRAN)
           END-IF.

           0500-LEER-PARAMETROS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ACUMULADO-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-tope-extra-anual.log"
                   TO WS-ALERTAS-PATH
               MOVE "simulacion-horas-diarias-aplicadas.dat"
                   TO WS-APLICADAS-PATH
           END-IF.

           2000-LEER-ACUMULADO.
           READ ACUMULADO-ARCHIVO NEXT RECORD
           END-IF.

           3100-ACUMULA-SECTOR.
           MOVE HA-LEGAJO TO WS-LEGAJO-TRAN.
           PERFORM 3140-BUSCAR-LEGAJO-TRANSACCION.
           MOVE HA-HORAS-TRABAJADAS TO WS-RESTO-HORAS.
           MOVE HA-HORAS-EXTRA TO WS-RESTO-EXTRA.
           IF WS-LEG-TRAN-HALLADO = "S"
               PERFORM 3150-DESCONTAR-TRANSACCIONES
           END-IF.
           MOVE HA-SECTOR TO WS-SECTOR-BUSCADO.
           PERFORM 3130-UBICAR-SECTOR.
           IF WS-SECTOR-UBICADO = "S"
               PERFORM 3120-SUMAR-SECTOR
           END-IF.

           3110-BUSCA-SECTOR.
           IF WS-SECTOR-COD(WS-SUB-SECTOR) = WS-SECTOR-BUSCADO
               MOVE "S" TO WS-ENCONTRADO-SECTOR
           END-IF.

           3120-SUMAR-SECTOR.
           ADD WS-RESTO-HORAS TO WS-SECTOR-HORAS(WS-SUB-SECTOR).
           ADD WS-RESTO-EXTRA TO WS-SECTOR-EXTRA(WS-SUB-SECTOR).
           ADD 1 TO WS-SECTOR-CANT(WS-SUB-SECTOR).

           3130-UBICAR-SECTOR.
           MOVE "N" TO WS-ENCONTRADO-SECTOR.
           MOVE "N" TO WS-SECTOR-UBICADO.
           PERFORM 3110-BUSCA-SECTOR
               VARYING WS-SUB-SECTOR FROM 1 BY 1
               UNTIL WS-SUB-SECTOR > CN-SECTORES
               OR WS-ENCONTRADO-SECTOR = "S".
           IF WS-ENCONTRADO-SECTOR = "S"
               SUBTRACT 1 FROM WS-SUB-SECTOR
               MOVE "S" TO WS-SECTOR-UBICADO
           ELSE
               IF CN-SECTORES < 50
                   ADD 1 TO CN-SECTORES
                   MOVE CN-SECTORES TO WS-SUB-SECTOR
                   MOVE WS-SECTOR-BUSCADO
                       TO WS-SECTOR-COD(WS-SUB-SECTOR)
                   MOVE "S" TO WS-SECTOR-UBICADO
               END-IF
           END-IF.

           3140-BUSCAR-LEGAJO-TRANSACCION.
           MOVE "N" TO WS-LEG-TRAN-HALLADO.
           PERFORM 3145-COMPARAR-LEGAJO-TRANSACCION
               VARYING WS-SUB-LEG-TRAN FROM 1 BY 1
               UNTIL WS-SUB-LEG-TRAN > CN-LEG-TRAN
               OR WS-LEG-TRAN-HALLADO = "S".
           IF WS-LEG-TRAN-HALLADO = "S"
               SUBTRACT 1 FROM WS-SUB-LEG-TRAN
           END-IF.

           3145-COMPARAR-LEGAJO-TRANSACCION.
           IF TB-TR-LEGAJO(WS-SUB-LEG-TRAN) = WS-LEGAJO-TRAN
               MOVE "S" TO WS-LEG-TRAN-HALLADO
           END-IF.

           3150-DESCONTAR-TRANSACCIONES.
           IF TB-TR-HORAS(WS-SUB-LEG-TRAN) < WS-RESTO-HORAS
               SUBTRACT TB-TR-HORAS(WS-SUB-LEG-TRAN)
                   FROM WS-RESTO-HORAS
           ELSE
               MOVE ZEROES TO WS-RESTO-HORAS
           END-IF.
           IF TB-TR-EXTRA(WS-SUB-LEG-TRAN) < WS-RESTO-EXTRA
               SUBTRACT TB-TR-EXTRA(WS-SUB-LEG-TRAN)
                   FROM WS-RESTO-EXTRA
           ELSE
               MOVE ZEROES TO WS-RESTO-EXTRA
           END-IF.

           4000-INFORMAR-SECTORES.
           DISPLAY "***** ACUMULADO ANUAL POR SECTOR *****".
           PERFORM 4100-INFORMAR-UN-SECTOR
