      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Migracion unica del maestro indexado sectores.dat
      *          del formato viejo de 71 bytes (codigo, nombre,
      *          responsable y objetivo de ventas por hora) al
      *          formato de 76 bytes con el objetivo de costo
      *          laboral. Lee el indexado viejo completo en tabla, lo
      *          cierra y regraba esa misma ruta como indexado nuevo
      *          con SM-OBJETIVO-COSTO en cero (sin tope, para
      *          completar por MANTENIMIENTO-SECTORES), en el mismo
      *          estilo de MIGRAR-PRODUCTOS. Si el archivo ya esta en
      *          el formato nuevo la apertura vieja falla (status 39)
      *          y la migracion se niega sin tocar nada. Correr una
      *          sola vez por cada sectores.dat que todavia este en
      *          el formato viejo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-SECTORES IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTORES-VIEJO
           ASSIGN TO WS-SECTORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VS-CODIGO
           FILE STATUS IS WS-VIEJO-STATUS.

           SELECT SECTORES-NUEVO
           ASSIGN TO WS-SECTORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SM-CODIGO
           FILE STATUS IS WS-NUEVO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SECTORES-VIEJO
           RECORD CONTAINS 71 CHARACTERS.
       01 SECTOR-VIEJO.
           05 VS-CODIGO       PIC X(05).
           05 VS-NOMBRE       PIC X(30).
           05 VS-RESPONSABLE  PIC X(30).
           05 VS-OBJETIVO-VPH PIC 9(04)V99.

       FD SECTORES-NUEVO
           RECORD CONTAINS 76 CHARACTERS.
           COPY SECTOR.CPY.

       WORKING-STORAGE SECTION.
       01  WS-SECTORES-PATH    PIC X(60) VALUE "sectores.dat".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-VIEJO-STATUS     PIC X(02) VALUE "00".
           88 VIEJO-ABIERTO-OK VALUE "00".
       01  WS-NUEVO-STATUS     PIC X(02) VALUE "00".
           88 NUEVO-ABIERTO-OK VALUES "00" "05".

       01  WS-FIN-DEL-ARCHIVO  PIC X VALUE "1".
       01  WS-CONTADOR-LEIDOS  PIC 9(04) VALUE ZEROES.
       01  WS-CONTADOR-GRABADOS PIC 9(04) VALUE ZEROES.
       01  WS-MAX-SECTORES     PIC 9(04) VALUE 500.
       01  WS-SUB-SECTOR       PIC 9(04) VALUE ZEROES.

       01 TABLA-SECTORES.
           05 CN-i PIC 9(04) VALUE 0.
           05 SECTOR-TABLA OCCURS 500 TIMES DEPENDING ON CN-i.
               10 TB-CODIGO       PIC X(05).
               10 TB-NOMBRE       PIC X(30).
               10 TB-RESPONSABLE  PIC X(30).
               10 TB-OBJETIVO-VPH PIC 9(04)V99.

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTA.
           PERFORM LEER-MAESTRO-VIEJO.
           IF VIEJO-ABIERTO-OK
               PERFORM GRABAR-MAESTRO-NUEVO
               DISPLAY "REGISTROS LEIDOS   : " WS-CONTADOR-LEIDOS
               DISPLAY "REGISTROS GRABADOS : " WS-CONTADOR-GRABADOS
           END-IF.
           GOBACK.

           OBTENER-RUTA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "SECTORES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-SECTORES-PATH
           END-IF.

           LEER-MAESTRO-VIEJO.
           OPEN INPUT SECTORES-VIEJO.
           IF NOT VIEJO-ABIERTO-OK
               DISPLAY "*** NO SE PUDO ABRIR EL FORMATO VIEJO - "
                   "STATUS " WS-VIEJO-STATUS " - EL MAESTRO YA ESTA "
                   "MIGRADO O NO ESTA DISPONIBLE, NO SE TOCA NADA "
                   "***"
               CLOSE SECTORES-VIEJO
           ELSE
               PERFORM LEE-SIGUIENTE-REGISTRO
               PERFORM ALMACENAR-REGISTRO
                   UNTIL WS-FIN-DEL-ARCHIVO = "0"
                   OR CN-i = WS-MAX-SECTORES
               IF CN-i = WS-MAX-SECTORES
                   AND WS-FIN-DEL-ARCHIVO NOT = "0"
                   DISPLAY "*** ADVERTENCIA: SECTORES.DAT TIENE MAS "
                   "DE " WS-MAX-SECTORES " REGISTROS - LOS "
                   "EXCEDENTES NO SE MIGRAN ***"
               END-IF
               CLOSE SECTORES-VIEJO
           END-IF.

           LEE-SIGUIENTE-REGISTRO.
           READ SECTORES-VIEJO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-DEL-ARCHIVO
               NOT AT END ADD 1 TO WS-CONTADOR-LEIDOS
           END-READ.

           ALMACENAR-REGISTRO.
           ADD 1 TO CN-i.
           MOVE VS-CODIGO TO TB-CODIGO(CN-i).
           MOVE VS-NOMBRE TO TB-NOMBRE(CN-i).
           MOVE VS-RESPONSABLE TO TB-RESPONSABLE(CN-i).
           IF VS-OBJETIVO-VPH IS NUMERIC
               MOVE VS-OBJETIVO-VPH TO TB-OBJETIVO-VPH(CN-i)
           ELSE
               MOVE ZEROES TO TB-OBJETIVO-VPH(CN-i)
           END-IF.
           PERFORM LEE-SIGUIENTE-REGISTRO.

           GRABAR-MAESTRO-NUEVO.
           OPEN OUTPUT SECTORES-NUEVO.
           IF NOT NUEVO-ABIERTO-OK
               DISPLAY "*** NO SE PUDO REGRABAR EL MAESTRO - STATUS "
                   WS-NUEVO-STATUS " ***"
           ELSE
               PERFORM GRABAR-UN-REGISTRO
                   VARYING WS-SUB-SECTOR FROM 1 BY 1
                   UNTIL WS-SUB-SECTOR > CN-i
           END-IF.
           CLOSE SECTORES-NUEVO.

           GRABAR-UN-REGISTRO.
           MOVE TB-CODIGO(WS-SUB-SECTOR) TO SM-CODIGO.
           MOVE TB-NOMBRE(WS-SUB-SECTOR) TO SM-NOMBRE.
           MOVE TB-RESPONSABLE(WS-SUB-SECTOR) TO SM-RESPONSABLE.
           MOVE TB-OBJETIVO-VPH(WS-SUB-SECTOR) TO SM-OBJETIVO-VPH.
           MOVE ZEROES TO SM-OBJETIVO-COSTO.
           WRITE SECTOR-REGISTRO
               INVALID KEY
                   DISPLAY "CODIGO DUPLICADO, NO SE GRABO: "
                       TB-CODIGO(WS-SUB-SECTOR)
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-GRABADOS
           END-WRITE.

       END PROGRAM MIGRAR-SECTORES.
