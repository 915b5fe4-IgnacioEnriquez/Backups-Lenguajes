      *          TENDENCIA-DIAS y TENDENCIA-TOLERANCIA. Deja el
      *          resultado en tendencia-cierre.rpt y lo muestra por
      *          pantalla. Lo llama PROCESO-CIERRE-DIARIO despues de
      *          asentar la historia del dia. En la simulacion del
      *          cierre (CIERRE-SIMULACION=S) compara sobre la copia
      *          simulacion-cierre-historia.dat y deja
      *          simulacion-tendencia-cierre.rpt con la leyenda de
      *          simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENDENCIA-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01  WS-DIAS-COMPARAR   PIC 9(02) VALUE 5.
       01  WS-TOLERANCIA      PIC 9(03) VALUE 40.
       01  WS-ENTORNO         PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-HISTORIA-PATH   PIC X(40) VALUE "cierre-historia.dat".
       01  WS-REPORTE-PATH    PIC X(40) VALUE "tendencia-cierre.rpt".
       01  WS-SIMULACION      PIC X VALUE "N".

       01  WS-FIN-HISTORIA    PIC X VALUE "1".
       01  WS-MAX-GUARDADAS   PIC 9(02) VALUE 31.
           05 TL-ALERTA-CONCEPTO PIC X(22).
           05 FILLER PIC X(04) VALUE " ***".

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-SIN-HISTORIA.
           05 FILLER PIC X(48) VALUE
           "SIN HISTORIA SUFICIENTE PARA COMPARAR TENDENCIA".
           IF WS-ENTORNO IS NUMERIC AND WS-ENTORNO > 0
               MOVE WS-ENTORNO TO WS-TOLERANCIA
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-cierre-historia.dat"
                   TO WS-HISTORIA-PATH
               MOVE "simulacion-tendencia-cierre.rpt"
                   TO WS-REPORTE-PATH
           END-IF.

           2000-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-ARCHIVO.

           3000-EVALUAR-TENDENCIA.
           OPEN OUTPUT TENDENCIA-REPORTE.
           IF WS-SIMULACION = "S"
               WRITE TENDENCIA-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           IF CN-CORRIDAS < 2
               WRITE TENDENCIA-LINEA FROM LINEA-SIN-HISTORIA
               DISPLAY LINEA-SIN-HISTORIA
