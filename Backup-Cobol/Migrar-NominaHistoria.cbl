      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Migracion unica de la historia indexada de nomina
      *          nomina-historia.dat del formato viejo de 70 bytes
      *          (clave periodo + legajo de 17 bytes) al formato de
      *          163 bytes de NOMINAHIS.CPY, cuya clave suma el tipo
      *          de liquidacion y cuyo registro suma comision,
      *          retroactivo, prestamos y los cinco conceptos. Como
      *          la historia es permanente y crece con cada periodo
      *          no se carga en tabla: primero copia el indexado viejo
      *          completo a un secuencial de traspaso (la misma ruta
      *          con .mig agregado), lo cierra y regraba esa misma
      *          ruta como indexado nuevo leyendo el traspaso, en el
      *          mismo estilo de MIGRAR-PRODUCTOS y MIGRAR-HISTORICO.
      *          Todo lo viejo queda como liquidacion mensual (tipo en
      *          blanco) con comision, retroactivo y prestamos en cero
      *          y los conceptos vacios. El traspaso queda como copia
      *          del formato viejo y se puede borrar una vez
      *          controlados los totales. Toma el candado de corrida
      *          porque reescribe la guarda de CALCULO-NOMINA. Si el
      *          archivo ya esta en el formato nuevo la apertura vieja
      *          falla (status 39) y la migracion se niega sin tocar
      *          nada. Correr una sola vez por cada
      *          nomina-historia.dat que todavia este en el formato
      *          viejo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-NOMINA-HISTORIA IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIA-VIEJA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VN-CLAVE
           FILE STATUS IS WS-VIEJO-STATUS.

           SELECT HISTORIA-NUEVA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NH-CLAVE
           FILE STATUS IS WS-NUEVO-STATUS.

           SELECT TRASPASO-ARCHIVO
           ASSIGN TO WS-TRASPASO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRASPASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-VIEJA
           RECORD CONTAINS 70 CHARACTERS.
       01 HISTORIA-VIEJA-REGISTRO.
           05 VN-CLAVE.
               10 VN-PERIODO PIC 9(06).
               10 VN-LEGAJO  PIC X(11).
           05 VN-ID-TRAB     PIC 9(05).
           05 VN-SECTOR      PIC X(05).
           05 VN-HORAS       PIC 9(03).
           05 VN-EXTRA       PIC 9(03).
           05 VN-BRUTO       PIC 9(07)V99.
           05 VN-DESCUENTOS  PIC 9(08)V99.
           05 VN-NETO        PIC 9(08)V99.
           05 VN-FECHA-LIQ   PIC 9(08).

       FD HISTORIA-NUEVA
           RECORD CONTAINS 163 CHARACTERS.
           COPY NOMINAHIS.CPY.

       FD TRASPASO-ARCHIVO.
       01 TRASPASO-REGISTRO.
           05 TR-PERIODO     PIC 9(06).
           05 TR-LEGAJO      PIC X(11).
           05 TR-ID-TRAB     PIC 9(05).
           05 TR-SECTOR      PIC X(05).
           05 TR-HORAS       PIC 9(03).
           05 TR-EXTRA       PIC 9(03).
           05 TR-BRUTO       PIC 9(07)V99.
           05 TR-DESCUENTOS  PIC 9(08)V99.
           05 TR-NETO        PIC 9(08)V99.
           05 TR-FECHA-LIQ   PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-TRASPASO-PATH    PIC X(64) VALUE SPACES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-VIEJO-STATUS     PIC X(02) VALUE "00".
           88 VIEJO-ABIERTO-OK VALUE "00".
       01  WS-NUEVO-STATUS     PIC X(02) VALUE "00".
           88 NUEVO-ABIERTO-OK VALUES "00" "05".
       01  WS-TRASPASO-STATUS  PIC X(02) VALUE "00".
           88 TRASPASO-OK      VALUE "00".

       01  WS-FIN-DEL-ARCHIVO  PIC X VALUE "1".
       01  WS-COPIA-OK         PIC X VALUE "N".
       01  WS-CONTADOR-LEIDOS  PIC 9(08) VALUE ZEROES.
       01  WS-CONTADOR-COPIADOS PIC 9(08) VALUE ZEROES.
       01  WS-CONTADOR-GRABADOS PIC 9(08) VALUE ZEROES.
       01  WS-SUB-CONCEPTO     PIC 9(01) VALUE ZERO.

       01  WS-CANDADO-MODO     PIC X(01) VALUE SPACE.
       01  WS-CANDADO-PROGRAMA PIC X(24)
           VALUE "MIGRAR-NOMINA-HISTORIA".
       01  WS-CANDADO-ESTADO   PIC X(01) VALUE "2".

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTA.
           PERFORM TOMAR-CANDADO.
           IF WS-CANDADO-ESTADO = "0"
               PERFORM COPIAR-FORMATO-VIEJO
               IF WS-COPIA-OK = "S"
                   PERFORM GRABAR-HISTORIA-NUEVA
                   PERFORM INFORMAR-RESULTADO
               END-IF
               PERFORM LIBERAR-CANDADO
           ELSE
               DISPLAY "*** NOMINA-HISTORIA.DAT EN USO - MIGRACION "
                   "RECHAZADA ***"
           END-IF.
           GOBACK.

           OBTENER-RUTA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "NOMINA-HISTORIA-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORIA-PATH
           END-IF.
           MOVE SPACES TO WS-TRASPASO-PATH.
           STRING WS-HISTORIA-PATH DELIMITED BY SPACE
               ".mig" DELIMITED BY SIZE
               INTO WS-TRASPASO-PATH.

           TOMAR-CANDADO.
           MOVE "T" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
               WS-CANDADO-PROGRAMA WS-CANDADO-ESTADO.

           LIBERAR-CANDADO.
           MOVE "L" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
               WS-CANDADO-PROGRAMA WS-CANDADO-ESTADO.

           COPIAR-FORMATO-VIEJO.
           OPEN INPUT HISTORIA-VIEJA.
           IF NOT VIEJO-ABIERTO-OK
               DISPLAY "*** NO SE PUDO ABRIR EL FORMATO VIEJO - "
                   "STATUS " WS-VIEJO-STATUS " - LA HISTORIA YA "
                   "ESTA MIGRADA O NO ESTA DISPONIBLE, NO SE TOCA "
                   "NADA ***"
               CLOSE HISTORIA-VIEJA
           ELSE
               OPEN OUTPUT TRASPASO-ARCHIVO
               IF NOT TRASPASO-OK
                   DISPLAY "*** NO SE PUDO CREAR EL TRASPASO "
                       WS-TRASPASO-PATH " - STATUS "
                       WS-TRASPASO-STATUS " - NO SE TOCA NADA ***"
               ELSE
                   MOVE "S" TO WS-COPIA-OK
                   PERFORM LEE-SIGUIENTE-VIEJO
                   PERFORM COPIAR-UN-REGISTRO
                       UNTIL WS-FIN-DEL-ARCHIVO = "0"
                       OR WS-COPIA-OK = "N"
               END-IF
               CLOSE TRASPASO-ARCHIVO
               CLOSE HISTORIA-VIEJA
           END-IF.

           LEE-SIGUIENTE-VIEJO.
           READ HISTORIA-VIEJA NEXT RECORD
               AT END MOVE "0" TO WS-FIN-DEL-ARCHIVO
               NOT AT END ADD 1 TO WS-CONTADOR-LEIDOS
           END-READ.

           COPIAR-UN-REGISTRO.
           MOVE HISTORIA-VIEJA-REGISTRO TO TRASPASO-REGISTRO.
           WRITE TRASPASO-REGISTRO.
           IF TRASPASO-OK
               ADD 1 TO WS-CONTADOR-COPIADOS
               PERFORM LEE-SIGUIENTE-VIEJO
           ELSE
               DISPLAY "*** ERROR GRABANDO EL TRASPASO - STATUS "
                   WS-TRASPASO-STATUS " - NO SE TOCA LA HISTORIA ***"
               MOVE "N" TO WS-COPIA-OK
           END-IF.

           GRABAR-HISTORIA-NUEVA.
           OPEN OUTPUT HISTORIA-NUEVA.
           IF NOT NUEVO-ABIERTO-OK
               DISPLAY "*** NO SE PUDO REGRABAR LA HISTORIA - STATUS "
                   WS-NUEVO-STATUS " - LOS DATOS QUEDAN EN "
                   WS-TRASPASO-PATH " ***"
           ELSE
               MOVE "1" TO WS-FIN-DEL-ARCHIVO
               OPEN INPUT TRASPASO-ARCHIVO
               PERFORM LEE-SIGUIENTE-TRASPASO
               PERFORM GRABAR-UN-REGISTRO
                   UNTIL WS-FIN-DEL-ARCHIVO = "0"
               CLOSE TRASPASO-ARCHIVO
           END-IF.
           CLOSE HISTORIA-NUEVA.

           LEE-SIGUIENTE-TRASPASO.
           READ TRASPASO-ARCHIVO
               AT END MOVE "0" TO WS-FIN-DEL-ARCHIVO
           END-READ.

           GRABAR-UN-REGISTRO.
           MOVE TR-PERIODO TO NH-PERIODO.
           MOVE TR-LEGAJO TO NH-LEGAJO.
           MOVE SPACE TO NH-TIPO-LIQ.
           MOVE TR-ID-TRAB TO NH-ID-TRAB.
           MOVE TR-SECTOR TO NH-SECTOR.
           MOVE TR-HORAS TO NH-HORAS.
           MOVE TR-EXTRA TO NH-EXTRA.
           MOVE TR-BRUTO TO NH-BRUTO.
           MOVE TR-DESCUENTOS TO NH-DESCUENTOS.
           MOVE TR-NETO TO NH-NETO.
           MOVE TR-FECHA-LIQ TO NH-FECHA-LIQ.
           MOVE ZEROES TO NH-COMISION.
           MOVE ZEROES TO NH-RETRO.
           MOVE ZEROES TO NH-PRESTAMOS.
           PERFORM LIMPIAR-CONCEPTO
               VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 5.
           WRITE NOMINA-HISTORIA-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA, NO SE GRABO: "
                       TR-PERIODO " " TR-LEGAJO
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-GRABADOS
           END-WRITE.
           PERFORM LEE-SIGUIENTE-TRASPASO.

           LIMPIAR-CONCEPTO.
           MOVE SPACES TO NH-CON-CODIGO(WS-SUB-CONCEPTO).
           MOVE SPACE TO NH-CON-SIGNO(WS-SUB-CONCEPTO).
           MOVE ZEROES TO NH-CON-IMPORTE(WS-SUB-CONCEPTO).

           INFORMAR-RESULTADO.
           DISPLAY "REGISTROS LEIDOS   : " WS-CONTADOR-LEIDOS.
           DISPLAY "REGISTROS GRABADOS : " WS-CONTADOR-GRABADOS.
           IF WS-CONTADOR-GRABADOS = WS-CONTADOR-LEIDOS
               DISPLAY "COPIA DEL FORMATO VIEJO EN " WS-TRASPASO-PATH
               DISPLAY "(SE PUEDE BORRAR UNA VEZ CONTROLADA LA "
                   "HISTORIA)"
           ELSE
               DISPLAY "*** ADVERTENCIA: NO COINCIDEN LEIDOS Y "
                   "GRABADOS - CONSERVAR " WS-TRASPASO-PATH
                   " PARA REVISAR ***"
           END-IF.

       END PROGRAM MIGRAR-NOMINA-HISTORIA.
