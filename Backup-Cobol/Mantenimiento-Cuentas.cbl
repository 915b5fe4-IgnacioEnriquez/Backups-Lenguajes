      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Mantenimiento del maestro de cuentas bancarias
      *          cuentas-banco.dat: alta, modificacion, baja y
      *          listado de la cuenta donde se acredita el neto de
      *          cada legajo. El legajo debe existir en empleados.dat;
      *          el CBU se controla con VALIDAR-CBU y de el salen el
      *          banco y la sucursal, asi no pueden quedar
      *          desparejos. El titular propone el nombre del
      *          empleado. Cada operacion queda asentada en el diario
      *          comun auditoria-general.log via REGISTRAR-AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-CUENTAS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUENTAS-ARCHIVO
           ASSIGN TO WS-CUENTAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-LEGAJO
           FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUENTAS-ARCHIVO.
           COPY CUENTA.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-CUENTAS-PATH      PIC X(60) VALUE "cuentas-banco.dat".
       01  WS-EMPLEADOS-PATH    PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-CUENTAS-STATUS    PIC X(02) VALUE "00".
           88 CUENTAS-ABIERTO-OK VALUES "00" "05".
       01  WS-EMPLEADOS-STATUS  PIC X(02) VALUE "00".
           88 EMPLEADOS-PRESENTE VALUE "00".
       01  WS-EMPLEADOS-DISPONIBLE PIC X VALUE "N".

       01  WS-OPCION            PIC X VALUE SPACES.
       01  WS-CONFIRMA          PIC X VALUE "N".
       01  WS-LEGAJO-PEDIDO     PIC X(11) VALUE SPACES.
       01  WS-LEGAJO-VALIDO     PIC X VALUE "N".
       01  WS-NOMBRE-EMPLEADO   PIC X(30) VALUE SPACES.
       01  WS-CBU-INGRESADO     PIC X(22) VALUE SPACES.
       01  WS-CBU-VALIDO        PIC X VALUE "N".
       01  WS-TITULAR-INGRESADO PIC X(30) VALUE SPACES.
       01  WS-ESTADO-INGRESADO  PIC X VALUE SPACES.
       01  WS-FIN-LISTADO       PIC X VALUE "1".

       01  WS-AUD-ARCHIVO       PIC X(20) VALUE "cuentas-banco.dat".
       01  WS-AUD-OPERACION     PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES         PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES       PIC X(80) VALUE SPACES.

       01 PRESENTACION-CUENTA.
           05 CT-TEXTO-LEGAJO PIC X(09) VALUE "LEGAJO : ".
           05 WS-TEMP-LEGAJO  PIC X(11).
           05 CT-TEXTO-CBU    PIC X(08) VALUE "  CBU : ".
           05 WS-TEMP-CBU     PIC X(22).
           05 CT-TEXTO-ESTADO PIC X(11) VALUE "  ESTADO : ".
           05 WS-TEMP-ESTADO  PIC X(01).

       01 PRESENTACION-TITULAR.
           05 CT-TEXTO-BANCO  PIC X(11) VALUE "  BANCO : ".
           05 WS-TEMP-BANCO   PIC X(03).
           05 CT-TEXTO-SUC    PIC X(08) VALUE "  SUC : ".
           05 WS-TEMP-SUC     PIC X(04).
           05 CT-TEXTO-TIT    PIC X(12) VALUE "  TITULAR : ".
           05 WS-TEMP-TITULAR PIC X(30).

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ATENDER-OPERACION
               UNTIL WS-OPCION = "F".
           CLOSE CUENTAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.

           OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "CUENTAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CUENTAS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-EMPLEADOS-PATH
           END-IF.

           ABRIR-ARCHIVOS.
           OPEN I-O CUENTAS-ARCHIVO.
           IF NOT CUENTAS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR "
                   "CUENTAS-BANCO.DAT - STATUS "
                   WS-CUENTAS-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-PRESENTE
               MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN EMPLEADOS.DAT - "
                   "LOS LEGAJOS NO SE VALIDAN ***"
           END-IF.

           ATENDER-OPERACION.
           DISPLAY "MANTENIMIENTO DE CUENTAS BANCARIAS".
           DISPLAY "  A = ALTA  M = MODIFICACION  B = BAJA".
           DISPLAY "  L = LISTADO  F = FIN".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" PERFORM ALTA-CUENTA
               WHEN "M" PERFORM MODIFICAR-CUENTA
               WHEN "B" PERFORM BAJA-CUENTA
               WHEN "L" PERFORM LISTAR-CUENTAS
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           PEDIR-LEGAJO.
           DISPLAY "INGRESE LEGAJO: ".
           MOVE SPACES TO WS-LEGAJO-PEDIDO.
           ACCEPT WS-LEGAJO-PEDIDO.
           MOVE WS-LEGAJO-PEDIDO TO CB-LEGAJO.

           VALIDAR-LEGAJO.
           MOVE "S" TO WS-LEGAJO-VALIDO.
           MOVE SPACES TO WS-NOMBRE-EMPLEADO.
           IF WS-LEGAJO-PEDIDO = SPACES
               MOVE "N" TO WS-LEGAJO-VALIDO
               DISPLAY "EL LEGAJO NO PUEDE ESTAR EN BLANCO"
           ELSE
               IF WS-EMPLEADOS-DISPONIBLE = "S"
                   MOVE WS-LEGAJO-PEDIDO TO WS-EMPLEADOS-LEGAJO
                   READ EMPLEADOS-ARCHIVO
                       KEY IS WS-EMPLEADOS-LEGAJO
                       INVALID KEY
                           MOVE "N" TO WS-LEGAJO-VALIDO
                           DISPLAY "LEGAJO INEXISTENTE EN EMPLEADOS: "
                               WS-LEGAJO-PEDIDO
                       NOT INVALID KEY
                           PERFORM AVISAR-EMPLEADO-DE-BAJA
                   END-READ
               END-IF
           END-IF.

           AVISAR-EMPLEADO-DE-BAJA.
           MOVE WS-EMPLEADOS-NOMBRE TO WS-NOMBRE-EMPLEADO.
           IF EMPLEADO-DE-BAJA
               DISPLAY "ATENCION: EL LEGAJO ESTA DADO DE BAJA "
                   "DESDE " WS-EMPLEADOS-FECHA-ESTADO
           END-IF.

           ALTA-CUENTA.
           PERFORM PEDIR-LEGAJO.
           PERFORM VALIDAR-LEGAJO.
           IF WS-LEGAJO-VALIDO = "S"
               READ CUENTAS-ARCHIVO
                   KEY IS CB-LEGAJO
                   INVALID KEY
                       PERFORM CARGAR-CUENTA-NUEVA
                   NOT INVALID KEY
                       DISPLAY "EL LEGAJO YA TIENE CUENTA: "
                           WS-LEGAJO-PEDIDO
               END-READ
           END-IF.

           CARGAR-CUENTA-NUEVA.
           MOVE SPACES TO CUENTA-BANCARIA-REGISTRO.
           MOVE WS-LEGAJO-PEDIDO TO CB-LEGAJO.
           MOVE "N" TO WS-CBU-VALIDO.
           PERFORM PEDIR-CBU UNTIL WS-CBU-VALIDO = "S".
           MOVE WS-NOMBRE-EMPLEADO TO CB-TITULAR.
           PERFORM PEDIR-TITULAR.
           MOVE "A" TO CB-ESTADO.
           WRITE CUENTA-BANCARIA-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL GRABAR ALTA - STATUS "
                       WS-CUENTAS-STATUS " ***"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE CUENTA-BANCARIA-REGISTRO TO WS-AUD-DESPUES
                   MOVE "A" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "ALTA GRABADA: " WS-LEGAJO-PEDIDO
           END-WRITE.

           PEDIR-CBU.
           DISPLAY "CBU (22 DIGITOS): ".
           MOVE SPACES TO WS-CBU-INGRESADO.
           ACCEPT WS-CBU-INGRESADO.
           PERFORM CONTROLAR-CBU.

           CONTROLAR-CBU.
           CALL "VALIDAR-CBU" USING WS-CBU-INGRESADO WS-CBU-VALIDO.
           IF WS-CBU-VALIDO = "S"
               MOVE WS-CBU-INGRESADO TO CB-CBU
               MOVE WS-CBU-INGRESADO(1:3) TO CB-BANCO
               MOVE WS-CBU-INGRESADO(4:4) TO CB-SUCURSAL
           ELSE
               DISPLAY "CBU INVALIDO - DIGITO VERIFICADOR ERRONEO "
                   "O NO NUMERICO"
           END-IF.

           PEDIR-TITULAR.
           DISPLAY "TITULAR (ENTER = " CB-TITULAR "): ".
           MOVE SPACES TO WS-TITULAR-INGRESADO.
           ACCEPT WS-TITULAR-INGRESADO.
           IF WS-TITULAR-INGRESADO NOT = SPACES
               MOVE WS-TITULAR-INGRESADO TO CB-TITULAR
           END-IF.

           MODIFICAR-CUENTA.
           PERFORM PEDIR-LEGAJO.
           READ CUENTAS-ARCHIVO
               KEY IS CB-LEGAJO
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA: " WS-LEGAJO-PEDIDO
               NOT INVALID KEY
                   PERFORM CARGAR-MODIFICACION
           END-READ.

           CARGAR-MODIFICACION.
           PERFORM MOSTRAR-CUENTA.
           MOVE CUENTA-BANCARIA-REGISTRO TO WS-AUD-ANTES.
           DISPLAY "NUEVO CBU (ENTER = CONSERVAR): ".
           MOVE SPACES TO WS-CBU-INGRESADO.
           ACCEPT WS-CBU-INGRESADO.
           IF WS-CBU-INGRESADO NOT = SPACES
               PERFORM CONTROLAR-CBU
           END-IF.
           PERFORM PEDIR-TITULAR.
           DISPLAY "ESTADO (A = ACTIVA  I = INACTIVA, ENTER = "
               "CONSERVAR): ".
           MOVE SPACES TO WS-ESTADO-INGRESADO.
           ACCEPT WS-ESTADO-INGRESADO.
           IF WS-ESTADO-INGRESADO = "A" OR WS-ESTADO-INGRESADO = "I"
               MOVE WS-ESTADO-INGRESADO TO CB-ESTADO
           END-IF.
           REWRITE CUENTA-BANCARIA-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
                       WS-CUENTAS-STATUS " ***"
               NOT INVALID KEY
                   MOVE CUENTA-BANCARIA-REGISTRO TO WS-AUD-DESPUES
                   MOVE "M" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "MODIFICACION GRABADA: " WS-LEGAJO-PEDIDO
           END-REWRITE.

           BAJA-CUENTA.
           PERFORM PEDIR-LEGAJO.
           READ CUENTAS-ARCHIVO
               KEY IS CB-LEGAJO
               INVALID KEY
                   DISPLAY "CUENTA NO ENCONTRADA: " WS-LEGAJO-PEDIDO
               NOT INVALID KEY
                   PERFORM CONFIRMAR-BAJA
           END-READ.

           CONFIRMAR-BAJA.
           PERFORM MOSTRAR-CUENTA.
           DISPLAY "CONFIRMA LA BAJA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               MOVE CUENTA-BANCARIA-REGISTRO TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DESPUES
               DELETE CUENTAS-ARCHIVO
                   INVALID KEY
                       DISPLAY "*** ERROR AL BORRAR - STATUS "
                           WS-CUENTAS-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "B" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "BAJA GRABADA: " WS-LEGAJO-PEDIDO
               END-DELETE
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

           MOSTRAR-CUENTA.
           MOVE CB-LEGAJO TO WS-TEMP-LEGAJO.
           MOVE CB-CBU TO WS-TEMP-CBU.
           MOVE CB-ESTADO TO WS-TEMP-ESTADO.
           MOVE CB-BANCO TO WS-TEMP-BANCO.
           MOVE CB-SUCURSAL TO WS-TEMP-SUC.
           MOVE CB-TITULAR TO WS-TEMP-TITULAR.
           DISPLAY PRESENTACION-CUENTA.
           DISPLAY PRESENTACION-TITULAR.

           LISTAR-CUENTAS.
           MOVE "1" TO WS-FIN-LISTADO.
           MOVE LOW-VALUES TO CB-LEGAJO.
           START CUENTAS-ARCHIVO KEY IS NOT < CB-LEGAJO
               INVALID KEY
                   MOVE "0" TO WS-FIN-LISTADO
           END-START.
           PERFORM LISTAR-UNA-CUENTA
               UNTIL WS-FIN-LISTADO = "0".

           LISTAR-UNA-CUENTA.
           READ CUENTAS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-LISTADO
               NOT AT END PERFORM MOSTRAR-CUENTA
           END-READ.

           ASENTAR-AUDITORIA.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
               WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES.

       END PROGRAM MANTENIMIENTO-CUENTAS.
