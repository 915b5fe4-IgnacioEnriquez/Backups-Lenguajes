      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Mantenimiento de la tabla de comisiones de venta
      *          comisiones.dat: alta, modificacion, baja y listado.
      *          Cada entrada fija el porcentaje de comision de un
      *          sector (tipo S, codigo de 5 validado contra
      *          sectores.dat) o de un producto puntual (tipo P,
      *          codigo de 8 validado contra productos.dat), y es lo
      *          que LIQUIDAR-COMISIONES aplica sobre las ventas del
      *          periodo de cada vendedor. Cada operacion queda
      *          asentada en el diario comun auditoria-general.log
      *          via REGISTRAR-AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-COMISIONES IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMISIONES-ARCHIVO
           ASSIGN TO WS-COMISIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-CLAVE
           FILE STATUS IS WS-COMISIONES-STATUS.

           SELECT OPTIONAL SECTORES-ARCHIVO
           ASSIGN TO WS-SECTORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-CODIGO
           FILE STATUS IS WS-SECTORES-STATUS.

           SELECT OPTIONAL PRODUCTOS-ARCHIVO
           ASSIGN TO WS-PRODUCTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           FILE STATUS IS WS-PRODUCTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMISIONES-ARCHIVO.
           COPY COMISION.CPY.

       FD SECTORES-ARCHIVO.
           COPY SECTOR.CPY.

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-COMISIONES-PATH   PIC X(60) VALUE "comisiones.dat".
       01  WS-SECTORES-PATH     PIC X(60) VALUE "sectores.dat".
       01  WS-PRODUCTOS-PATH    PIC X(60) VALUE "productos.dat".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-COMISIONES-STATUS PIC X(02) VALUE "00".
           88 COMISIONES-ABIERTO-OK VALUES "00" "05".
       01  WS-SECTORES-STATUS   PIC X(02) VALUE "00".
           88 SECTORES-PRESENTE VALUE "00".
       01  WS-PRODUCTOS-STATUS  PIC X(02) VALUE "00".
           88 PRODUCTOS-PRESENTE VALUE "00".
       01  WS-SECTORES-DISPONIBLE  PIC X VALUE "N".
       01  WS-PRODUCTOS-DISPONIBLE PIC X VALUE "N".

       01  WS-OPCION            PIC X VALUE SPACES.
       01  WS-CONFIRMA          PIC X VALUE "N".
       01  WS-TIPO-PEDIDO       PIC X VALUE SPACES.
           88 TIPO-COMISION-VALIDO VALUES "P" "S".
       01  WS-CODIGO-PEDIDO     PIC X(08) VALUE SPACES.
       01  WS-CODIGO-VALIDO     PIC X VALUE "N".
       01  WS-PORCENTAJE-X      PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-PORCENTAJE-ENTERO PIC 9(02) VALUE ZEROES.
       01  WS-PORCENTAJE-OK     PIC X VALUE "N".
       01  WS-FIN-LISTADO       PIC X VALUE "1".

       01  WS-AUD-ARCHIVO       PIC X(20) VALUE "comisiones.dat".
       01  WS-AUD-OPERACION     PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES         PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES       PIC X(80) VALUE SPACES.

       01 PRESENTACION-COMISION.
           05 CT-TEXTO-TIPO   PIC X(07) VALUE "TIPO : ".
           05 WS-TEMP-TIPO    PIC X(01).
           05 CT-TEXTO-CODIGO PIC X(11) VALUE "  CODIGO : ".
           05 WS-TEMP-CODIGO  PIC X(08).
           05 CT-TEXTO-PORC   PIC X(16) VALUE "  COMISION % : ".
           05 WS-TEMP-PORC    PIC Z9.99.

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ATENDER-OPERACION
               UNTIL WS-OPCION = "F".
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.

           OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "COMISIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-COMISIONES-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "SECTORES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-SECTORES-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PRODUCTOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRODUCTOS-PATH
           END-IF.

           ABRIR-ARCHIVOS.
           OPEN I-O COMISIONES-ARCHIVO.
           IF NOT COMISIONES-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR "
                   "COMISIONES.DAT - STATUS "
                   WS-COMISIONES-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.
           OPEN INPUT SECTORES-ARCHIVO.
           IF SECTORES-PRESENTE
               MOVE "S" TO WS-SECTORES-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN MAESTRO DE SECTORES - "
                   "LOS CODIGOS DE SECTOR NO SE VALIDAN ***"
           END-IF.
           OPEN INPUT PRODUCTOS-ARCHIVO.
           IF PRODUCTOS-PRESENTE
               MOVE "S" TO WS-PRODUCTOS-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN MAESTRO DE PRODUCTOS - "
                   "LOS CODIGOS DE PRODUCTO NO SE VALIDAN ***"
           END-IF.

           CERRAR-ARCHIVOS.
           CLOSE COMISIONES-ARCHIVO.
           CLOSE SECTORES-ARCHIVO.
           CLOSE PRODUCTOS-ARCHIVO.

           ATENDER-OPERACION.
           DISPLAY "MANTENIMIENTO DE COMISIONES DE VENTA".
           DISPLAY "  A = ALTA  M = MODIFICACION  B = BAJA".
           DISPLAY "  L = LISTADO  F = FIN".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" PERFORM ALTA-COMISION
               WHEN "M" PERFORM MODIFICAR-COMISION
               WHEN "B" PERFORM BAJA-COMISION
               WHEN "L" PERFORM LISTAR-COMISIONES
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           PEDIR-CLAVE.
           MOVE SPACES TO WS-TIPO-PEDIDO.
           PERFORM PEDIR-TIPO UNTIL TIPO-COMISION-VALIDO.
           IF WS-TIPO-PEDIDO = "S"
               DISPLAY "INGRESE CODIGO DE SECTOR (5 CARACTERES): "
           ELSE
               DISPLAY "INGRESE CODIGO DE PRODUCTO (8 CARACTERES): "
           END-IF.
           MOVE SPACES TO WS-CODIGO-PEDIDO.
           ACCEPT WS-CODIGO-PEDIDO.
           IF WS-TIPO-PEDIDO = "S"
               MOVE SPACES TO WS-CODIGO-PEDIDO(6:3)
           END-IF.
           MOVE WS-TIPO-PEDIDO TO CO-TIPO.
           MOVE WS-CODIGO-PEDIDO TO CO-CODIGO.

           PEDIR-TIPO.
           DISPLAY "TIPO (S = SECTOR  P = PRODUCTO): ".
           ACCEPT WS-TIPO-PEDIDO.
           IF NOT TIPO-COMISION-VALIDO
               DISPLAY "TIPO INVALIDO"
           END-IF.

           VALIDAR-CODIGO.
           MOVE "S" TO WS-CODIGO-VALIDO.
           IF WS-CODIGO-PEDIDO = SPACES
               MOVE "N" TO WS-CODIGO-VALIDO
               DISPLAY "EL CODIGO NO PUEDE ESTAR EN BLANCO"
           ELSE
               IF WS-TIPO-PEDIDO = "S"
                   PERFORM VALIDAR-SECTOR
               ELSE
                   PERFORM VALIDAR-PRODUCTO
               END-IF
           END-IF.

           VALIDAR-SECTOR.
           IF WS-SECTORES-DISPONIBLE = "S"
               MOVE WS-CODIGO-PEDIDO(1:5) TO SM-CODIGO
               READ SECTORES-ARCHIVO
                   KEY IS SM-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-CODIGO-VALIDO
                       DISPLAY "SECTOR INEXISTENTE EN EL MAESTRO: "
                           WS-CODIGO-PEDIDO(1:5)
               END-READ
           END-IF.

           VALIDAR-PRODUCTO.
           IF WS-PRODUCTOS-DISPONIBLE = "S"
               MOVE WS-CODIGO-PEDIDO TO PM-CODIGO
               READ PRODUCTOS-ARCHIVO
                   KEY IS PM-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-CODIGO-VALIDO
                       DISPLAY "PRODUCTO INEXISTENTE EN EL MAESTRO: "
                           WS-CODIGO-PEDIDO
               END-READ
           END-IF.

           ALTA-COMISION.
           PERFORM PEDIR-CLAVE.
           PERFORM VALIDAR-CODIGO.
           IF WS-CODIGO-VALIDO = "S"
               READ COMISIONES-ARCHIVO
                   KEY IS CO-CLAVE
                   INVALID KEY
                       PERFORM CARGAR-COMISION-NUEVA
                   NOT INVALID KEY
                       DISPLAY "LA COMISION YA EXISTE: "
                           WS-TIPO-PEDIDO " " WS-CODIGO-PEDIDO
               END-READ
           END-IF.

           CARGAR-COMISION-NUEVA.
           MOVE WS-TIPO-PEDIDO TO CO-TIPO.
           MOVE WS-CODIGO-PEDIDO TO CO-CODIGO.
           MOVE ZEROES TO CO-PORCENTAJE.
           MOVE "N" TO WS-PORCENTAJE-OK.
           PERFORM PEDIR-PORCENTAJE UNTIL WS-PORCENTAJE-OK = "S".
           WRITE COMISION-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL GRABAR ALTA - STATUS "
                       WS-COMISIONES-STATUS " ***"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE COMISION-REGISTRO TO WS-AUD-DESPUES
                   MOVE "A" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "ALTA GRABADA: " WS-TIPO-PEDIDO " "
                       WS-CODIGO-PEDIDO
           END-WRITE.

           MODIFICAR-COMISION.
           PERFORM PEDIR-CLAVE.
           READ COMISIONES-ARCHIVO
               KEY IS CO-CLAVE
               INVALID KEY
                   DISPLAY "COMISION NO ENCONTRADA: "
                       WS-TIPO-PEDIDO " " WS-CODIGO-PEDIDO
               NOT INVALID KEY
                   PERFORM CARGAR-MODIFICACION
           END-READ.

           CARGAR-MODIFICACION.
           PERFORM MOSTRAR-COMISION.
           MOVE COMISION-REGISTRO TO WS-AUD-ANTES.
           DISPLAY "NUEVO PORCENTAJE (ENTER = CONSERVAR): ".
           MOVE SPACES TO WS-PORCENTAJE-X.
           ACCEPT WS-PORCENTAJE-X.
           IF WS-PORCENTAJE-X NOT = SPACES
               PERFORM CONVERTIR-PORCENTAJE
           END-IF.
           REWRITE COMISION-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
                       WS-COMISIONES-STATUS " ***"
               NOT INVALID KEY
                   MOVE COMISION-REGISTRO TO WS-AUD-DESPUES
                   MOVE "M" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "MODIFICACION GRABADA: " WS-TIPO-PEDIDO
                       " " WS-CODIGO-PEDIDO
           END-REWRITE.

           BAJA-COMISION.
           PERFORM PEDIR-CLAVE.
           READ COMISIONES-ARCHIVO
               KEY IS CO-CLAVE
               INVALID KEY
                   DISPLAY "COMISION NO ENCONTRADA: "
                       WS-TIPO-PEDIDO " " WS-CODIGO-PEDIDO
               NOT INVALID KEY
                   PERFORM CONFIRMAR-BAJA
           END-READ.

           CONFIRMAR-BAJA.
           PERFORM MOSTRAR-COMISION.
           DISPLAY "CONFIRMA LA BAJA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               MOVE COMISION-REGISTRO TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DESPUES
               DELETE COMISIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY "*** ERROR AL BORRAR - STATUS "
                           WS-COMISIONES-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "B" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "BAJA GRABADA: " WS-TIPO-PEDIDO " "
                           WS-CODIGO-PEDIDO
               END-DELETE
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

           PEDIR-PORCENTAJE.
           DISPLAY "PORCENTAJE DE COMISION (EJ 02.50): ".
           MOVE SPACES TO WS-PORCENTAJE-X.
           ACCEPT WS-PORCENTAJE-X.
           PERFORM CONVERTIR-PORCENTAJE.

           CONVERTIR-PORCENTAJE.
           MOVE "N" TO WS-PORCENTAJE-OK.
           INSPECT WS-PORCENTAJE-X REPLACING LEADING " " BY "0".
           IF WS-PORCENTAJE-X(1:2) IS NUMERIC
               AND WS-PORCENTAJE-X(3:1) = "."
               AND WS-PORCENTAJE-X(4:2) IS NUMERIC
               MOVE WS-PORCENTAJE-X(1:2) TO CO-PORCENTAJE(1:2)
               MOVE WS-PORCENTAJE-X(4:2) TO CO-PORCENTAJE(3:2)
               MOVE "S" TO WS-PORCENTAJE-OK
           ELSE
               IF WS-PORCENTAJE-X(4:2) IS NUMERIC
                   AND WS-PORCENTAJE-X(1:3) = "000"
                   MOVE WS-PORCENTAJE-X(4:2) TO WS-PORCENTAJE-ENTERO
                   MOVE WS-PORCENTAJE-ENTERO TO CO-PORCENTAJE
                   MOVE "S" TO WS-PORCENTAJE-OK
               ELSE
                   DISPLAY "PORCENTAJE INVALIDO (00.00-99.99)"
               END-IF
           END-IF.

           MOSTRAR-COMISION.
           MOVE CO-TIPO TO WS-TEMP-TIPO.
           MOVE CO-CODIGO TO WS-TEMP-CODIGO.
           MOVE CO-PORCENTAJE TO WS-TEMP-PORC.
           DISPLAY PRESENTACION-COMISION.

           LISTAR-COMISIONES.
           MOVE "1" TO WS-FIN-LISTADO.
           MOVE LOW-VALUES TO CO-CLAVE.
           START COMISIONES-ARCHIVO KEY IS NOT < CO-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-LISTADO
           END-START.
           PERFORM LISTAR-UNA-COMISION
               UNTIL WS-FIN-LISTADO = "0".

           LISTAR-UNA-COMISION.
           READ COMISIONES-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-LISTADO
               NOT AT END PERFORM MOSTRAR-COMISION
           END-READ.

           ASENTAR-AUDITORIA.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
               WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES.

       END PROGRAM MANTENIMIENTO-COMISIONES.
