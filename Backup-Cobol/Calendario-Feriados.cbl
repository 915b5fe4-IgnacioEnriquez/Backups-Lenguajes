      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Consulta del calendario de dias no habiles
      *          feriados.dat. El modo C carga el calendario en una
      *          tabla una sola vez por corrida; el modo B devuelve en
      *          LK-TIPO-DIA el tipo de la fecha LK-FECHA (F feriado,
      *          N no laborable, espacio si es dia habil); el modo H
      *          devuelve en LK-CANTIDAD cuantos dias no habiles hay
      *          despues de LK-FECHA y hasta LK-FECHA-HASTA inclusive,
      *          para que los conteos de dias puedan restarlos. Sin
      *          calendario todos los dias son habiles. Lo usan el
      *          avance de la fecha de negocio del cierre, la captura
      *          de horas, la nomina y los reportes que cuentan dias.
      *          Como la tabla queda cargada mientras dure la sesion
      *          del menu, cada programa que lo usa pide el modo C al
      *          arrancar, asi ve los feriados que se hayan cargado o
      *          borrado con MANTENIMIENTO-FERIADOS en la misma sesion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALENDARIO-FERIADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADOS-ARCHIVO
           ASSIGN TO WS-FERIADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FE-FECHA
           FILE STATUS IS WS-FERIADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS-ARCHIVO.
           COPY FERIADO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-FERIADOS-PATH       PIC X(60) VALUE "feriados.dat".
       01  WS-FERIADOS-STATUS     PIC X(02) VALUE "00".
           88 FERIADOS-PRESENTE VALUE "00".
       01  WS-RUTA-ENTORNO        PIC X(60) VALUE SPACES.
       01  WS-FIN-FERIADOS        PIC X VALUE "1".
       01  WS-CALENDARIO-CARGADO  PIC X VALUE "N".
       01  WS-FERIADO-HALLADO     PIC X VALUE "N".

       01  CN-FERIADOS            PIC 9(04) VALUE ZEROES.
       01  WS-SUB-FERIADO         PIC 9(04) VALUE ZEROES.
       01 TABLA-FERIADOS.
           05 TB-FERIADO OCCURS 2000 TIMES.
               10 TB-FE-FECHA     PIC 9(08).
               10 TB-FE-TIPO      PIC X(01).

       LINKAGE SECTION.
       01  LK-MODO                PIC X(01).
       01  LK-FECHA               PIC 9(08).
       01  LK-FECHA-HASTA         PIC 9(08).
       01  LK-TIPO-DIA            PIC X(01).
       01  LK-CANTIDAD            PIC 9(05).

       PROCEDURE DIVISION USING LK-MODO LK-FECHA LK-FECHA-HASTA
           LK-TIPO-DIA LK-CANTIDAD.
           0000-PRINCIPAL.
           EVALUATE LK-MODO
               WHEN "C"
                   PERFORM 1000-CARGAR-CALENDARIO
               WHEN "B"
                   IF WS-CALENDARIO-CARGADO = "N"
                       PERFORM 1000-CARGAR-CALENDARIO
                   END-IF
                   PERFORM 2000-BUSCAR-FECHA
               WHEN "H"
                   IF WS-CALENDARIO-CARGADO = "N"
                       PERFORM 1000-CARGAR-CALENDARIO
                   END-IF
                   PERFORM 3000-CONTAR-NO-HABILES
               WHEN OTHER
                   DISPLAY "*** MODO DE CALENDARIO-FERIADOS INVALIDO: "
                       LK-MODO " ***"
           END-EVALUATE.
           GOBACK.

           1000-CARGAR-CALENDARIO.
           MOVE ZEROES TO CN-FERIADOS.
           MOVE "1" TO WS-FIN-FERIADOS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "FERIADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-FERIADOS-PATH
           END-IF.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF FERIADOS-PRESENTE
               PERFORM 1100-CARGAR-FERIADO
                   UNTIL WS-FIN-FERIADOS = "0"
           END-IF.
           CLOSE FERIADOS-ARCHIVO.
           MOVE "S" TO WS-CALENDARIO-CARGADO.

           1100-CARGAR-FERIADO.
           READ FERIADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-FERIADOS
               NOT AT END
                   IF CN-FERIADOS < 2000
                       ADD 1 TO CN-FERIADOS
                       MOVE FE-FECHA TO TB-FE-FECHA(CN-FERIADOS)
                       MOVE FE-TIPO TO TB-FE-TIPO(CN-FERIADOS)
                   ELSE
                       DISPLAY "*** TABLA DE FERIADOS LLENA - LAS "
                           "FECHAS RESTANTES SE TOMAN HABILES ***"
                       MOVE "0" TO WS-FIN-FERIADOS
                   END-IF
           END-READ.

           2000-BUSCAR-FECHA.
           MOVE SPACE TO LK-TIPO-DIA.
           MOVE "N" TO WS-FERIADO-HALLADO.
           PERFORM 2100-COMPARAR-FECHA
               VARYING WS-SUB-FERIADO FROM 1 BY 1
               UNTIL WS-SUB-FERIADO > CN-FERIADOS
               OR WS-FERIADO-HALLADO = "S".

           2100-COMPARAR-FECHA.
           IF TB-FE-FECHA(WS-SUB-FERIADO) = LK-FECHA
               MOVE "S" TO WS-FERIADO-HALLADO
               MOVE TB-FE-TIPO(WS-SUB-FERIADO) TO LK-TIPO-DIA
           END-IF.

           3000-CONTAR-NO-HABILES.
           MOVE ZEROES TO LK-CANTIDAD.
           PERFORM 3100-CONTAR-UNA-FECHA
               VARYING WS-SUB-FERIADO FROM 1 BY 1
               UNTIL WS-SUB-FERIADO > CN-FERIADOS.

           3100-CONTAR-UNA-FECHA.
           IF TB-FE-FECHA(WS-SUB-FERIADO) > LK-FECHA
               AND TB-FE-FECHA(WS-SUB-FERIADO) NOT > LK-FECHA-HASTA
               ADD 1 TO LK-CANTIDAD
           END-IF.

       END PROGRAM CALENDARIO-FERIADOS.
