      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Asienta en cierre-estadisticas.dat la estadistica de
      *          un paso de cierre que le pasa PROCESO-CIERRE-DIARIO o
      *          PROCESO-CIERRE-MENSUAL: calcula el tiempo
      *          transcurrido entre la hora de inicio y la de fin
      *          (contemplando el paso de medianoche) y agrega el
      *          registro al final del archivo. La ruta se cambia con
      *          ESTADISTICAS-ARCHIVO-PATH; en la simulacion del
      *          cierre (CIERRE-SIMULACION=S) graba en
      *          simulacion-cierre-estadisticas.dat para no mezclar
      *          corridas de prueba con las reales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-ESTADISTICA IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTADISTICAS-ARCHIVO
           ASSIGN TO WS-ESTADISTICAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADISTICAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTADISTICAS-ARCHIVO.
       01 ESTADISTICAS-LINEA PIC X(88).

       WORKING-STORAGE SECTION.
       01  WS-ESTADISTICAS-PATH PIC X(60)
           VALUE "cierre-estadisticas.dat".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-ESTADISTICAS-STATUS PIC X(02) VALUE "00".
           88 ESTADISTICAS-ABIERTO-OK VALUES "00" "05".
       01  WS-SIMULACION        PIC X VALUE "N".

       01  WS-HORA-TRABAJO      PIC 9(08) VALUE ZEROES.
       01  WS-HORA-PARTES REDEFINES WS-HORA-TRABAJO.
           05 WS-HORA-HH        PIC 9(02).
           05 WS-HORA-MM        PIC 9(02).
           05 WS-HORA-SS        PIC 9(02).
           05 WS-HORA-CC        PIC 9(02).
       01  WS-CENTESIMAS        PIC 9(07) VALUE ZEROES.
       01  WS-CENT-INICIO       PIC 9(07) VALUE ZEROES.
       01  WS-CENT-FIN          PIC 9(07) VALUE ZEROES.
       01  WS-CENT-DIA          PIC 9(07) VALUE 8640000.

       LINKAGE SECTION.
           COPY ESTADIST.CPY.

       PROCEDURE DIVISION USING ESTADISTICA-REGISTRO.
           0000-PRINCIPAL.
           PERFORM 1000-OBTENER-CONTEXTO.
           PERFORM 2000-CALCULAR-TIEMPO.
           PERFORM 3000-GRABAR-REGISTRO.
           GOBACK.

           1000-OBTENER-CONTEXTO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "ESTADISTICAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ESTADISTICAS-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-cierre-estadisticas.dat"
                   TO WS-ESTADISTICAS-PATH
           END-IF.

           2000-CALCULAR-TIEMPO.
           MOVE ES-HORA-INICIO TO WS-HORA-TRABAJO.
           PERFORM 2100-PASAR-A-CENTESIMAS.
           MOVE WS-CENTESIMAS TO WS-CENT-INICIO.
           MOVE ES-HORA-FIN TO WS-HORA-TRABAJO.
           PERFORM 2100-PASAR-A-CENTESIMAS.
           MOVE WS-CENTESIMAS TO WS-CENT-FIN.
           IF WS-CENT-FIN < WS-CENT-INICIO
               ADD WS-CENT-DIA TO WS-CENT-FIN
           END-IF.
           COMPUTE ES-SEGUNDOS =
               (WS-CENT-FIN - WS-CENT-INICIO) / 100.

           2100-PASAR-A-CENTESIMAS.
           COMPUTE WS-CENTESIMAS = WS-HORA-HH * 360000
               + WS-HORA-MM * 6000 + WS-HORA-SS * 100 + WS-HORA-CC.

           3000-GRABAR-REGISTRO.
           OPEN EXTEND ESTADISTICAS-ARCHIVO.
           IF ESTADISTICAS-ABIERTO-OK
               WRITE ESTADISTICAS-LINEA FROM ESTADISTICA-REGISTRO
           ELSE
               DISPLAY "*** ADVERTENCIA: NO SE PUDO ASENTAR LA "
                   "ESTADISTICA - STATUS " WS-ESTADISTICAS-STATUS
                   " ***"
           END-IF.
           CLOSE ESTADISTICAS-ARCHIVO.

       END PROGRAM REGISTRAR-ESTADISTICA.
