      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Migracion unica del historico indexado
      *          ventas-historico.dat del formato viejo de 30 bytes
      *          (clave fecha + secuencia, importe y producto) al
      *          formato de 71 bytes de VENTAHIS.CPY con tipo de
      *          movimiento, vendedor, tienda y las claves
      *          alternativas tienda + fecha y producto + fecha. Como
      *          el historico puede ser grande no se carga en tabla:
      *          primero copia el indexado viejo completo a un
      *          secuencial de traspaso (la misma ruta con .mig
      *          agregado), lo cierra y regraba esa misma ruta como
      *          indexado nuevo leyendo el traspaso. Tipo, vendedor y
      *          tienda quedan en blanco (se toman como venta sin
      *          vendedor y sin tienda, igual que lo archivado antes
      *          de guardarlos); la clave por producto y la fecha de
      *          la clave por tienda se arman con el registro viejo.
      *          El traspaso queda como copia del formato viejo y se
      *          puede borrar una vez controlados los totales. Toma
      *          el candado de corrida porque reescribe un archivo del
      *          cierre. Si el archivo ya esta en el formato nuevo la
      *          apertura vieja falla (status 39) y la migracion se
      *          niega sin tocar nada. Correr una sola vez por cada
      *          ventas-historico.dat que todavia este en el formato
      *          viejo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-HISTORICO IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-VIEJO
           ASSIGN TO WS-HISTORICO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VH-CLAVE
           FILE STATUS IS WS-VIEJO-STATUS.

           SELECT HISTORICO-NUEVO
           ASSIGN TO WS-HISTORICO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-NUEVO-STATUS.

           SELECT TRASPASO-ARCHIVO
           ASSIGN TO WS-TRASPASO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRASPASO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-VIEJO
           RECORD CONTAINS 30 CHARACTERS.
       01 HISTORICO-VIEJO-REGISTRO.
           05 VH-CLAVE.
               10 VH-FECHA       PIC 9(08).
               10 VH-SECUENCIA   PIC 9(08).
           05 VH-IMPORTE         PIC 9(04)V99.
           05 VH-COD-PROD-TIENDA PIC X(08).

       FD HISTORICO-NUEVO
           RECORD CONTAINS 71 CHARACTERS.
           COPY VENTAHIS.CPY.

       FD TRASPASO-ARCHIVO.
       01 TRASPASO-REGISTRO.
           05 TR-CLAVE.
               10 TR-FECHA       PIC 9(08).
               10 TR-SECUENCIA   PIC 9(08).
           05 TR-IMPORTE         PIC 9(04)V99.
           05 TR-COD-PROD-TIENDA PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-PATH   PIC X(60) VALUE
           "ventas-historico.dat".
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

       01  WS-CANDADO-MODO     PIC X(01) VALUE SPACE.
       01  WS-CANDADO-PROGRAMA PIC X(24) VALUE "MIGRAR-HISTORICO".
       01  WS-CANDADO-ESTADO   PIC X(01) VALUE "2".

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTA.
           PERFORM TOMAR-CANDADO.
           IF WS-CANDADO-ESTADO = "0"
               PERFORM COPIAR-FORMATO-VIEJO
               IF WS-COPIA-OK = "S"
                   PERFORM GRABAR-HISTORICO-NUEVO
                   PERFORM INFORMAR-RESULTADO
               END-IF
               PERFORM LIBERAR-CANDADO
           ELSE
               DISPLAY "*** VENTAS-HISTORICO.DAT EN USO - MIGRACION "
                   "RECHAZADA ***"
           END-IF.
           GOBACK.

           OBTENER-RUTA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "VENTAS-HISTORICO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORICO-PATH
           END-IF.
           MOVE SPACES TO WS-TRASPASO-PATH.
           STRING WS-HISTORICO-PATH DELIMITED BY SPACE
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
           OPEN INPUT HISTORICO-VIEJO.
           IF NOT VIEJO-ABIERTO-OK
               DISPLAY "*** NO SE PUDO ABRIR EL FORMATO VIEJO - "
                   "STATUS " WS-VIEJO-STATUS " - EL HISTORICO YA "
                   "ESTA MIGRADO O NO ESTA DISPONIBLE, NO SE TOCA "
                   "NADA ***"
               CLOSE HISTORICO-VIEJO
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
               CLOSE HISTORICO-VIEJO
           END-IF.

           LEE-SIGUIENTE-VIEJO.
           READ HISTORICO-VIEJO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-DEL-ARCHIVO
               NOT AT END ADD 1 TO WS-CONTADOR-LEIDOS
           END-READ.

           COPIAR-UN-REGISTRO.
           MOVE HISTORICO-VIEJO-REGISTRO TO TRASPASO-REGISTRO.
           WRITE TRASPASO-REGISTRO.
           IF TRASPASO-OK
               ADD 1 TO WS-CONTADOR-COPIADOS
               PERFORM LEE-SIGUIENTE-VIEJO
           ELSE
               DISPLAY "*** ERROR GRABANDO EL TRASPASO - STATUS "
                   WS-TRASPASO-STATUS " - NO SE TOCA EL HISTORICO ***"
               MOVE "N" TO WS-COPIA-OK
           END-IF.

           GRABAR-HISTORICO-NUEVO.
           OPEN OUTPUT HISTORICO-NUEVO.
           IF NOT NUEVO-ABIERTO-OK
               DISPLAY "*** NO SE PUDO REGRABAR EL HISTORICO - STATUS "
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
           CLOSE HISTORICO-NUEVO.

           LEE-SIGUIENTE-TRASPASO.
           READ TRASPASO-ARCHIVO
               AT END MOVE "0" TO WS-FIN-DEL-ARCHIVO
           END-READ.

           GRABAR-UN-REGISTRO.
           MOVE TR-CLAVE TO HV-CLAVE.
           MOVE TR-IMPORTE TO HV-IMPORTE.
           MOVE TR-COD-PROD-TIENDA TO HV-COD-PROD-TIENDA.
           MOVE SPACE TO HV-TIPO-MOV.
           MOVE SPACES TO HV-VENDEDOR.
           MOVE SPACES TO HV-TIENDA.
           MOVE TR-FECHA TO HV-FECHA-TIENDA.
           MOVE TR-COD-PROD-TIENDA TO HV-PRODUCTO-ALT.
           MOVE TR-FECHA TO HV-FECHA-PRODUCTO.
           WRITE HISTORICO-REGISTRO
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA, NO SE GRABO: "
                       TR-FECHA " " TR-SECUENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-GRABADOS
           END-WRITE.
           PERFORM LEE-SIGUIENTE-TRASPASO.

           INFORMAR-RESULTADO.
           DISPLAY "REGISTROS LEIDOS   : " WS-CONTADOR-LEIDOS.
           DISPLAY "REGISTROS GRABADOS : " WS-CONTADOR-GRABADOS.
           IF WS-CONTADOR-GRABADOS = WS-CONTADOR-LEIDOS
               DISPLAY "COPIA DEL FORMATO VIEJO EN " WS-TRASPASO-PATH
               DISPLAY "(SE PUEDE BORRAR UNA VEZ CONTROLADO EL "
                   "HISTORICO)"
           ELSE
               DISPLAY "*** ADVERTENCIA: NO COINCIDEN LEIDOS Y "
                   "GRABADOS - CONSERVAR " WS-TRASPASO-PATH
                   " PARA REVISAR ***"
           END-IF.

       END PROGRAM MIGRAR-HISTORICO.
