      * Author: Enriquez Ignacio
      * Date: 2/6/2023
      * Purpose: Traer Datos de un Archivo .Dat
      *          En simulacion de cierre (CIERRE-SIMULACION = S) el
      *          listado, el exportado por sector y los rechazos se
      *          graban con prefijo simulacion- y el listado lleva la
      *          leyenda de simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL .

           SELECT OPTIONAL RECHAZADOS-ARCHIVO
           ASSIGN TO WS-RECHAZADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL .

           SELECT OPTIONAL FECHA-NEGOCIO-ARCHIVO
       01  WS-FECHA-NEG-STATUS  PIC X(02) VALUE "00".
           88 FECHA-NEG-ABIERTO-OK VALUES "00" "05".
       01  WS-FECHA-ALTA-RECHAZO PIC 9(08) VALUE ZEROES.
       01  WS-REPORTE-PATH      PIC X(60) VALUE SPACES.
       01  WS-RECHAZADOS-PATH   PIC X(60) VALUE
           "empleados-rechazados.dat".
       01  WS-SIMULACION        PIC X VALUE "N".
       01  WS-PREFIJO-SALIDA    PIC X(11) VALUE SPACES.

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".
       01  WS-NUM-PAGINA        PIC 99 VALUE ZEROES.
       01  WS-LINEAS-PAGINA     PIC 99 VALUE ZEROES.
       01  WS-MAX-LINEAS-PAGINA PIC 99 VALUE 20.
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-PARAMETROS    PIC X VALUE "1".

       01  WS-EXPORT-PATH       PIC X(60) VALUE SPACES.

       01 EXPORT-ENCABEZADO.
           05 FILLER PIC X(31)
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-" TO WS-PREFIJO-SALIDA
               MOVE "simulacion-empleados-rechazados.dat"
                   TO WS-RECHAZADOS-PATH
           END-IF.

           CARGAR-MAESTRO-SECTORES.
           MOVE SPACES TO WS-RUTA-ENTORNO.

           ABRIR-REPORTE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING WS-PREFIJO-SALIDA DELIMITED BY SPACE
               "listado-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM ESCRIBIR-ENCABEZADO.
           IF WS-SIMULACION = "S"
               WRITE REPORTE-LINEA FROM LINEA-SIMULACION
           END-IF.

           CERRAR-REPORTE.
           CLOSE REPORTE-ARCHIVO.
           MUESTRA-SECTORES.
           DISPLAY "***** SUBTOTALES POR SECTOR *****".
           MOVE SPACES TO WS-EXPORT-PATH.
           STRING WS-PREFIJO-SALIDA DELIMITED BY SPACE
               "export-sectores-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-PATH.
