      * Author: Enriquez Ignacio
      * Date: 2/6/2023
      * Purpose: Cobol Training Practice
      *          En simulacion de cierre (CIERRE-SIMULACION = S) el
      *          log de horas excedidas, los rechazos y el exportado
      *          por sector se graban con prefijo simulacion- y llevan
      *          la leyenda de simulacion.
      * Tectonics: cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-EMPLEADOS-STATUS.

           SELECT EXCESOS-ARCHIVO
           ASSIGN TO WS-EXCESOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECHAZADOS-ARCHIVO
           ASSIGN TO WS-RECHAZADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-NEGOCIO-ARCHIVO
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-PARAMETROS    PIC X VALUE "1".

       01  WS-EXPORT-PATH       PIC X(60) VALUE SPACES.
       01  WS-EXCESOS-PATH      PIC X(60) VALUE "horas-excedidas.log".
       01  WS-RECHAZADOS-PATH   PIC X(60) VALUE
           "empleados-rechazados.dat".
       01  WS-SIMULACION        PIC X VALUE "N".
       01  WS-PREFIJO-SALIDA    PIC X(11) VALUE SPACES.

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".
       01  WS-FECHA-SISTEMA     PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-NEG-STATUS  PIC X(02) VALUE "00".
           88 FECHA-NEG-ABIERTO-OK VALUES "00" "05".
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-" TO WS-PREFIJO-SALIDA
               MOVE "simulacion-horas-excedidas.log" TO WS-EXCESOS-PATH
               MOVE "simulacion-empleados-rechazados.dat"
                   TO WS-RECHAZADOS-PATH
           END-IF.

           CARGAR-MAESTRO-SECTORES.
           MOVE SPACES TO WS-RUTA-ENTORNO.
               MOVE "S" TO WS-APERTURA-FALLO
           END-IF.
           OPEN OUTPUT EXCESOS-ARCHIVO.
           IF WS-SIMULACION = "S"
               WRITE EXCESO-LINEA FROM LINEA-SIMULACION
           END-IF.
           OPEN EXTEND RECHAZADOS-ARCHIVO.

           CERRAR-ARCHIVO.

           MUESTRA-SECTORES.
           DISPLAY "***** PROMEDIO DE HORAS POR SECTOR *****".
           IF WS-SIMULACION = "S"
               DISPLAY LINEA-SIMULACION
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-EXPORT-PATH.
           STRING WS-PREFIJO-SALIDA DELIMITED BY SPACE
               "export-horas-sectores-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-PATH.
