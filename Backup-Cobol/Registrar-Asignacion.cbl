      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Registra un cambio de sector de un legajo en la
      *          historia sector-asignaciones.dat. Cierra la
      *          asignacion vigente el dia anterior a la fecha
      *          efectiva y abre la nueva con hasta 99999999; si la
      *          fecha efectiva es la misma que el desde de la
      *          vigente corrige el sector en lugar de abrir otra.
      *          Un legajo sin historia (cargado antes de que
      *          existiera el archivo) recibe primero su sector
      *          anterior desde la fecha de ingreso, asi la historia
      *          queda completa desde su primer cambio. En un alta
      *          (sector anterior en blanco) solo abre la asignacion.
      *          Lo llaman MANTENIMIENTO-EMPLEADOS y CORREGIR-RECHAZOS.
      *          Estados: 0 ok, 1 fecha efectiva anterior a la
      *          asignacion vigente (no se registra), 2 error de
      *          archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-ASIGNACION IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO WS-ASIGNACIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           88 ASIGNACIONES-ABIERTO-OK VALUES "00" "05".
       01  WS-RUTA-ENTORNO        PIC X(60) VALUE SPACES.
       01  WS-FECHA-SISTEMA       PIC 9(08) VALUE ZEROES.
       01  WS-FIN-ASIGNACIONES    PIC X VALUE "1".
       01  WS-HAY-VIGENTE         PIC X VALUE "N".
       01  WS-ASIGNACION-VIGENTE  PIC X(40) VALUE SPACES.
       01  WS-FECHA-DESDE-PREVIA  PIC 9(08) VALUE ZEROES.

       01  WS-FECHA-CALC          PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-CALC REDEFINES WS-FECHA-CALC.
           05 WS-FC-ANIO          PIC 9(04).
           05 WS-FC-MES           PIC 9(02).
           05 WS-FC-DIA           PIC 9(02).
       01  WS-DIAS-DEL-MES        PIC 9(02) VALUE ZEROES.
       01  WS-COCIENTE-BISIESTO   PIC 9(04) VALUE ZEROES.
       01  WS-RESTO-BISIESTO      PIC 9(04) VALUE ZEROES.

       LINKAGE SECTION.
       01  LK-LEGAJO              PIC X(11).
       01  LK-SECTOR-ANTERIOR     PIC X(05).
       01  LK-FECHA-INGRESO       PIC X(08).
       01  LK-SECTOR-NUEVO        PIC X(05).
       01  LK-FECHA-EFECTIVA      PIC 9(08).
       01  LK-ESTADO-ASIGNACION   PIC X(01).

       PROCEDURE DIVISION USING LK-LEGAJO LK-SECTOR-ANTERIOR
           LK-FECHA-INGRESO LK-SECTOR-NUEVO LK-FECHA-EFECTIVA
           LK-ESTADO-ASIGNACION.
           0000-PRINCIPAL.
           MOVE "0" TO LK-ESTADO-ASIGNACION.
           PERFORM 1000-OBTENER-RUTA.
           OPEN I-O ASIGNACIONES-ARCHIVO.
           IF NOT ASIGNACIONES-ABIERTO-OK
               DISPLAY "*** NO SE PUDO ABRIR SECTOR-ASIGNACIONES.DAT"
                   " - STATUS " WS-ASIGNACIONES-STATUS " ***"
               MOVE "2" TO LK-ESTADO-ASIGNACION
           ELSE
               PERFORM 2000-BUSCAR-VIGENTE
               IF WS-HAY-VIGENTE = "S"
                   PERFORM 3000-CAMBIAR-VIGENTE
               ELSE
                   PERFORM 4000-INICIAR-HISTORIA
               END-IF
           END-IF.
           CLOSE ASIGNACIONES-ARCHIVO.
           GOBACK.

           1000-OBTENER-RUTA.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "ASIGNACIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ASIGNACIONES-PATH
           END-IF.

           2000-BUSCAR-VIGENTE.
           MOVE "N" TO WS-HAY-VIGENTE.
           MOVE "1" TO WS-FIN-ASIGNACIONES.
           MOVE LK-LEGAJO TO AS-LEGAJO.
           MOVE ZEROES TO AS-FECHA-DESDE.
           START ASIGNACIONES-ARCHIVO KEY IS NOT < AS-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-ASIGNACIONES
           END-START.
           PERFORM 2100-LEER-ASIGNACION
               UNTIL WS-FIN-ASIGNACIONES = "0".

           2100-LEER-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ASIGNACIONES
               NOT AT END
                   IF AS-LEGAJO NOT = LK-LEGAJO
                       MOVE "0" TO WS-FIN-ASIGNACIONES
                   ELSE
                       IF AS-VIGENTE
                           MOVE "S" TO WS-HAY-VIGENTE
                           MOVE ASIGNACION-REGISTRO
                               TO WS-ASIGNACION-VIGENTE
                       END-IF
                   END-IF
           END-READ.

           3000-CAMBIAR-VIGENTE.
           MOVE WS-ASIGNACION-VIGENTE TO ASIGNACION-REGISTRO.
           EVALUATE TRUE
               WHEN AS-SECTOR = LK-SECTOR-NUEVO
                   CONTINUE
               WHEN LK-FECHA-EFECTIVA < AS-FECHA-DESDE
                   DISPLAY "*** LA FECHA EFECTIVA " LK-FECHA-EFECTIVA
                       " ES ANTERIOR A LA ASIGNACION VIGENTE DESDE "
                       AS-FECHA-DESDE " ***"
                   MOVE "1" TO LK-ESTADO-ASIGNACION
               WHEN LK-FECHA-EFECTIVA = AS-FECHA-DESDE
                   MOVE LK-SECTOR-NUEVO TO AS-SECTOR
                   MOVE WS-FECHA-SISTEMA TO AS-FECHA-REGISTRO
                   PERFORM 3100-REGRABAR-ASIGNACION
               WHEN OTHER
                   MOVE LK-FECHA-EFECTIVA TO WS-FECHA-CALC
                   PERFORM 8000-DIA-ANTERIOR
                   MOVE WS-FECHA-CALC TO AS-FECHA-HASTA
                   PERFORM 3100-REGRABAR-ASIGNACION
                   IF LK-ESTADO-ASIGNACION = "0"
                       PERFORM 5000-ABRIR-ASIGNACION
                   END-IF
           END-EVALUATE.

           3100-REGRABAR-ASIGNACION.
           REWRITE ASIGNACION-REGISTRO
               INVALID KEY
                   DISPLAY "*** NO SE PUDO REGRABAR LA ASIGNACION DEL "
                       "LEGAJO " AS-LEGAJO " - STATUS "
                       WS-ASIGNACIONES-STATUS " ***"
                   MOVE "2" TO LK-ESTADO-ASIGNACION
           END-REWRITE.

           4000-INICIAR-HISTORIA.
           IF LK-SECTOR-ANTERIOR NOT = SPACES
               AND LK-SECTOR-ANTERIOR NOT = LK-SECTOR-NUEVO
               PERFORM 4100-ASENTAR-SECTOR-ANTERIOR
           END-IF.
           IF LK-SECTOR-ANTERIOR NOT = LK-SECTOR-NUEVO
               AND LK-ESTADO-ASIGNACION = "0"
               PERFORM 5000-ABRIR-ASIGNACION
           END-IF.

           4100-ASENTAR-SECTOR-ANTERIOR.
           MOVE ZEROES TO WS-FECHA-DESDE-PREVIA.
           IF LK-FECHA-INGRESO IS NUMERIC
               MOVE LK-FECHA-INGRESO TO WS-FECHA-DESDE-PREVIA
           END-IF.
           IF WS-FECHA-DESDE-PREVIA < LK-FECHA-EFECTIVA
               MOVE LK-FECHA-EFECTIVA TO WS-FECHA-CALC
               PERFORM 8000-DIA-ANTERIOR
               MOVE LK-LEGAJO TO AS-LEGAJO
               MOVE WS-FECHA-DESDE-PREVIA TO AS-FECHA-DESDE
               MOVE WS-FECHA-CALC TO AS-FECHA-HASTA
               MOVE LK-SECTOR-ANTERIOR TO AS-SECTOR
               MOVE WS-FECHA-SISTEMA TO AS-FECHA-REGISTRO
               PERFORM 5100-GRABAR-ASIGNACION
           END-IF.

           5000-ABRIR-ASIGNACION.
           MOVE LK-LEGAJO TO AS-LEGAJO.
           MOVE LK-FECHA-EFECTIVA TO AS-FECHA-DESDE.
           MOVE 99999999 TO AS-FECHA-HASTA.
           MOVE LK-SECTOR-NUEVO TO AS-SECTOR.
           MOVE WS-FECHA-SISTEMA TO AS-FECHA-REGISTRO.
           PERFORM 5100-GRABAR-ASIGNACION.

           5100-GRABAR-ASIGNACION.
           WRITE ASIGNACION-REGISTRO
               INVALID KEY
                   DISPLAY "*** NO SE PUDO GRABAR LA ASIGNACION DEL "
                       "LEGAJO " AS-LEGAJO " DESDE " AS-FECHA-DESDE
                       " - STATUS " WS-ASIGNACIONES-STATUS " ***"
                   MOVE "2" TO LK-ESTADO-ASIGNACION
           END-WRITE.

           8000-DIA-ANTERIOR.
           IF WS-FC-DIA > 1
               SUBTRACT 1 FROM WS-FC-DIA
           ELSE
               IF WS-FC-MES > 1
                   SUBTRACT 1 FROM WS-FC-MES
               ELSE
                   MOVE 12 TO WS-FC-MES
                   SUBTRACT 1 FROM WS-FC-ANIO
               END-IF
               PERFORM 8100-DIAS-DEL-MES
               MOVE WS-DIAS-DEL-MES TO WS-FC-DIA
           END-IF.

           8100-DIAS-DEL-MES.
           EVALUATE WS-FC-MES
               WHEN 02 PERFORM 8200-DIAS-DE-FEBRERO
               WHEN 04 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 06 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 09 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 11 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER MOVE 31 TO WS-DIAS-DEL-MES
           END-EVALUATE.

           8200-DIAS-DE-FEBRERO.
           MOVE 28 TO WS-DIAS-DEL-MES.
           DIVIDE WS-FC-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = 0
               MOVE 29 TO WS-DIAS-DEL-MES
               DIVIDE WS-FC-ANIO BY 100 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   DIVIDE WS-FC-ANIO BY 400
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
               END-IF
           END-IF.

       END PROGRAM REGISTRAR-ASIGNACION.
