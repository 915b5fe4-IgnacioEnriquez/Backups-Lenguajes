      *          variable de entorno RESPALDO-MODO (U por omision) y
      *          la generacion a recuperar por RESPALDO-GENERACION.
      *          PROCESO-CIERRE-DIARIO descarga antes de correr los
      *          programas de empleados. En simulacion de cierre
      *          (CIERRE-SIMULACION = S) el control y las generaciones
      *          llevan prefijo simulacion- y no se tocan los reales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-RESPALDO-STATUS.

           SELECT OPTIONAL CONTROL-ARCHIVO
           ASSIGN TO WS-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

       01  WS-RESPALDO-PATH    PIC X(60) VALUE SPACES.
       01  WS-RESPALDO-STATUS  PIC X(02) VALUE "00".
           88 RESPALDO-ABIERTO-OK VALUES "00" "05".
       01  WS-CONTROL-PATH     PIC X(60) VALUE
           "respaldo-empleados.ctl".
       01  WS-CONTROL-STATUS   PIC X(02) VALUE "00".
           88 CONTROL-ABIERTO-OK VALUES "00" "05".

       01  WS-FIN-ARCHIVO      PIC X VALUE "1".
       01  CN-COPIADOS         PIC 9(04) VALUE ZEROES.
       01  WS-SUB-GEN          PIC 9(02) VALUE ZEROES.
       01  WS-SIMULACION       PIC X VALUE "N".
       01  WS-PREFIJO-SALIDA   PIC X(11) VALUE SPACES.

       01 TABLA-FECHAS-GEN.
           05 TB-FECHA-GEN OCCURS 5 TIMES PIC 9(08) VALUE ZEROES.
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-" TO WS-PREFIJO-SALIDA
               MOVE "simulacion-respaldo-empleados.ctl"
                   TO WS-CONTROL-PATH
           END-IF.

           2000-LEER-CONTROL.
           OPEN INPUT CONTROL-ARCHIVO.
           2200-ARMAR-RUTA-RESPALDO.
           MOVE WS-GENERACION TO WS-GEN-DIGITO.
           MOVE SPACES TO WS-RESPALDO-PATH.
           STRING WS-PREFIJO-SALIDA DELIMITED BY SPACE
               "empleados-respaldo-G" DELIMITED BY SIZE
               WS-GEN-DIGITO DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-RESPALDO-PATH.
