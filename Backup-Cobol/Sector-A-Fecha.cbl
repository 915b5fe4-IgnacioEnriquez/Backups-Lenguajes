      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Devuelve el sector en que estaba un legajo en una
      *          fecha, segun la historia sector-asignaciones.dat que
      *          graba REGISTRAR-ASIGNACION. El modo C carga la
      *          historia en una tabla una sola vez por corrida; el
      *          modo B busca la asignacion cuyo desde/hasta cubre la
      *          fecha y la deja en LK-SECTOR. Si el legajo no tiene
      *          historia para esa fecha (nunca cambio de sector)
      *          LK-SECTOR queda como vino, con el sector actual del
      *          maestro que pasa el llamador. Lo usan los reportes
      *          de periodos pasados: ausentismo, cumplimiento,
      *          productividad por sector y horas anuales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTOR-A-FECHA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO WS-ASIGNACIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AS-CLAVE
           FILE STATUS IS WS-ASIGNACIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASIGNACIONES-ARCHIVO.
           COPY ASIGNSEC.CPY.

       WORKING-STORAGE SECTION.
       01  WS-ASIGNACIONES-PATH   PIC X(60)
           VALUE "sector-asignaciones.dat".
       01  WS-ASIGNACIONES-STATUS PIC X(02) VALUE "00".
           88 ASIGNACIONES-PRESENTE VALUE "00".
       01  WS-RUTA-ENTORNO        PIC X(60) VALUE SPACES.
       01  WS-FIN-ASIGNACIONES    PIC X VALUE "1".
       01  WS-ASIGNACION-HALLADA  PIC X VALUE "N".

       01  CN-ASIGNACIONES        PIC 9(04) VALUE ZEROES.
       01  WS-SUB-ASIGNACION      PIC 9(04) VALUE ZEROES.
       01 TABLA-ASIGNACIONES.
           05 TB-ASIGNACION OCCURS 5000 TIMES.
               10 TB-AS-LEGAJO    PIC X(11).
               10 TB-AS-DESDE     PIC 9(08).
               10 TB-AS-HASTA     PIC 9(08).
               10 TB-AS-SECTOR    PIC X(05).

       LINKAGE SECTION.
       01  LK-MODO                PIC X(01).
       01  LK-LEGAJO              PIC X(11).
       01  LK-FECHA               PIC 9(08).
       01  LK-SECTOR              PIC X(05).

       PROCEDURE DIVISION USING LK-MODO LK-LEGAJO LK-FECHA LK-SECTOR.
           0000-PRINCIPAL.
           EVALUATE LK-MODO
               WHEN "C" PERFORM 1000-CARGAR-HISTORIA
               WHEN "B" PERFORM 2000-BUSCAR-SECTOR
               WHEN OTHER
                   DISPLAY "*** MODO DE SECTOR-A-FECHA INVALIDO: "
                       LK-MODO " ***"
           END-EVALUATE.
           GOBACK.

           1000-CARGAR-HISTORIA.
           MOVE ZEROES TO CN-ASIGNACIONES.
           MOVE "1" TO WS-FIN-ASIGNACIONES.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "ASIGNACIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ASIGNACIONES-PATH
           END-IF.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-PRESENTE
               PERFORM 1100-CARGAR-ASIGNACION
                   UNTIL WS-FIN-ASIGNACIONES = "0"
           END-IF.
           CLOSE ASIGNACIONES-ARCHIVO.

           1100-CARGAR-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ASIGNACIONES
               NOT AT END
                   IF CN-ASIGNACIONES < 5000
                       ADD 1 TO CN-ASIGNACIONES
                       MOVE AS-LEGAJO
                           TO TB-AS-LEGAJO(CN-ASIGNACIONES)
                       MOVE AS-FECHA-DESDE
                           TO TB-AS-DESDE(CN-ASIGNACIONES)
                       MOVE AS-FECHA-HASTA
                           TO TB-AS-HASTA(CN-ASIGNACIONES)
                       MOVE AS-SECTOR
                           TO TB-AS-SECTOR(CN-ASIGNACIONES)
                   ELSE
                       DISPLAY "*** TABLA DE ASIGNACIONES LLENA - SE "
                           "USA EL SECTOR ACTUAL PARA EL RESTO ***"
                       MOVE "0" TO WS-FIN-ASIGNACIONES
                   END-IF
           END-READ.

           2000-BUSCAR-SECTOR.
           MOVE "N" TO WS-ASIGNACION-HALLADA.
           PERFORM 2100-COMPARAR-ASIGNACION
               VARYING WS-SUB-ASIGNACION FROM 1 BY 1
               UNTIL WS-SUB-ASIGNACION > CN-ASIGNACIONES
               OR WS-ASIGNACION-HALLADA = "S".

           2100-COMPARAR-ASIGNACION.
           IF TB-AS-LEGAJO(WS-SUB-ASIGNACION) = LK-LEGAJO
               AND TB-AS-DESDE(WS-SUB-ASIGNACION) NOT > LK-FECHA
               AND TB-AS-HASTA(WS-SUB-ASIGNACION) NOT < LK-FECHA
               MOVE "S" TO WS-ASIGNACION-HALLADA
               MOVE TB-AS-SECTOR(WS-SUB-ASIGNACION) TO LK-SECTOR
           END-IF.

       END PROGRAM SECTOR-A-FECHA.
