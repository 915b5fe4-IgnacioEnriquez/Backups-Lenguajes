      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Mantenimiento de prestamos y adelantos de sueldo
      *          prestamos.dat: alta con capital y cantidad de cuotas
      *          (la cuota se calcula y la ultima toma el saldo que
      *          quede), consulta de los prestamos de un legajo,
      *          cambio de la cantidad de cuotas restantes (recalcula
      *          la cuota sobre el saldo) y cancelacion anticipada
      *          cuando el empleado paga el saldo por caja. El legajo
      *          debe existir en empleados.dat y no estar de baja. Las
      *          cuotas las cobra CALCULO-NOMINA sobre el neto de cada
      *          periodo. Cada operacion queda asentada en el diario
      *          comun auditoria-general.log via REGISTRAR-AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESTAMOS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESTAMOS-ARCHIVO
           ASSIGN TO WS-PRESTAMOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-CLAVE
           FILE STATUS IS WS-PRESTAMOS-STATUS.

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
       FD PRESTAMOS-ARCHIVO.
           COPY PRESTAMO.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-PATH    PIC X(60) VALUE "prestamos.dat".
       01  WS-EMPLEADOS-PATH    PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-PRESTAMOS-STATUS  PIC X(02) VALUE "00".
           88 PRESTAMOS-ABIERTO-OK VALUES "00" "05".
       01  WS-EMPLEADOS-STATUS  PIC X(02) VALUE "00".
           88 EMPLEADOS-PRESENTE VALUE "00".

       01  WS-OPCION            PIC X VALUE SPACES.
       01  WS-CONFIRMA          PIC X VALUE "N".
       01  WS-LEGAJO-PEDIDO     PIC X(11) VALUE SPACES.
       01  WS-LEGAJO-VALIDO     PIC X VALUE "N".
       01  WS-NUMERO-X          PIC X(02) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-NUMERO-PEDIDO     PIC 9(02) VALUE ZEROES.
       01  WS-TIPO-INGRESADO    PIC X(01) VALUE SPACES.
       01  WS-CUOTAS-X          PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-CUOTAS-INGRESADAS PIC 9(03) VALUE ZEROES.
       01  WS-IMPORTE-X         PIC X(10) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-IMPORTE-ENTERO    PIC 9(10) VALUE ZEROES.
       01  WS-IMPORTE-INGRESADO PIC 9(07)V99 VALUE ZEROES.
       01  WS-ULTIMO-NUMERO     PIC 9(02) VALUE ZEROES.
       01  WS-FIN-LISTADO       PIC X VALUE "1".
       01  CN-LISTADOS          PIC 9(03) VALUE ZEROES.
       01  WS-FECHA-SISTEMA     PIC 9(08) VALUE ZEROES.

       01  WS-AUD-ARCHIVO       PIC X(20) VALUE "prestamos.dat".
       01  WS-AUD-OPERACION     PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES         PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES       PIC X(80) VALUE SPACES.

       01 PRESENTACION-PRESTAMO.
           05 FILLER          PIC X(05) VALUE "NRO: ".
           05 PP-NUMERO       PIC 99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 PP-TIPO         PIC X(08).
           05 FILLER          PIC X(08) VALUE " FECHA: ".
           05 PP-FECHA        PIC 9(08).
           05 FILLER          PIC X(10) VALUE " CAPITAL: ".
           05 PP-CAPITAL      PIC ZZZZZZ9.99.
           05 FILLER          PIC X(08) VALUE " CUOTAS ".
           05 PP-PAGADAS      PIC ZZ9.
           05 FILLER          PIC X(01) VALUE "/".
           05 PP-CUOTAS       PIC ZZ9.

       01 PRESENTACION-SALDO.
           05 FILLER          PIC X(11) VALUE "    CUOTA: ".
           05 PP-CUOTA        PIC ZZZZZZ9.99.
           05 FILLER          PIC X(09) VALUE "  SALDO: ".
           05 PP-SALDO        PIC ZZZZZZ9.99.
           05 FILLER          PIC X(10) VALUE "  ESTADO: ".
           05 PP-ESTADO       PIC X(18).

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM OBTENER-RUTAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ATENDER-OPERACION
               UNTIL WS-OPCION = "F".
           CLOSE PRESTAMOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           GOBACK.

           OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PRESTAMOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRESTAMOS-PATH
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
           OPEN I-O PRESTAMOS-ARCHIVO.
           IF NOT PRESTAMOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR PRESTAMOS.DAT - "
                   "STATUS " WS-PRESTAMOS-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF NOT EMPLEADOS-PRESENTE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS.DAT - "
                   "STATUS " WS-EMPLEADOS-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.

           ATENDER-OPERACION.
           DISPLAY "MANTENIMIENTO DE PRESTAMOS Y ADELANTOS".
           DISPLAY "  A = ALTA  C = CONSULTA DEL LEGAJO".
           DISPLAY "  M = CAMBIAR CUOTAS RESTANTES".
           DISPLAY "  X = CANCELACION ANTICIPADA  F = FIN".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" PERFORM ALTA-PRESTAMO
               WHEN "C" PERFORM CONSULTAR-LEGAJO
               WHEN "M" PERFORM MODIFICAR-CUOTAS
               WHEN "X" PERFORM CANCELAR-PRESTAMO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           PEDIR-LEGAJO.
           DISPLAY "INGRESE LEGAJO: ".
           MOVE SPACES TO WS-LEGAJO-PEDIDO.
           ACCEPT WS-LEGAJO-PEDIDO.

           PEDIR-NUMERO.
           DISPLAY "NUMERO DE PRESTAMO: ".
           MOVE SPACES TO WS-NUMERO-X.
           ACCEPT WS-NUMERO-X.
           INSPECT WS-NUMERO-X REPLACING LEADING " " BY "0".
           MOVE ZEROES TO WS-NUMERO-PEDIDO.
           IF WS-NUMERO-X IS NUMERIC
               MOVE WS-NUMERO-X TO WS-NUMERO-PEDIDO
           END-IF.

           PEDIR-IMPORTE.
           MOVE SPACES TO WS-IMPORTE-X.
           ACCEPT WS-IMPORTE-X.
           INSPECT WS-IMPORTE-X REPLACING LEADING " " BY "0".
           MOVE ZEROES TO WS-IMPORTE-INGRESADO.
           IF WS-IMPORTE-X(1:7) IS NUMERIC
               AND WS-IMPORTE-X(8:1) = "."
               AND WS-IMPORTE-X(9:2) IS NUMERIC
               MOVE WS-IMPORTE-X(1:7) TO WS-IMPORTE-INGRESADO(1:7)
               MOVE WS-IMPORTE-X(9:2) TO WS-IMPORTE-INGRESADO(8:2)
           ELSE
               IF WS-IMPORTE-X IS NUMERIC
                   MOVE WS-IMPORTE-X TO WS-IMPORTE-ENTERO
                   IF WS-IMPORTE-ENTERO NOT > 9999999
                       MOVE WS-IMPORTE-ENTERO TO WS-IMPORTE-INGRESADO
                   END-IF
               END-IF
           END-IF.

           PEDIR-CUOTAS.
           MOVE SPACES TO WS-CUOTAS-X.
           ACCEPT WS-CUOTAS-X.
           INSPECT WS-CUOTAS-X REPLACING LEADING " " BY "0".
           MOVE ZEROES TO WS-CUOTAS-INGRESADAS.
           IF WS-CUOTAS-X IS NUMERIC
               MOVE WS-CUOTAS-X TO WS-CUOTAS-INGRESADAS
           END-IF.

           VALIDAR-LEGAJO.
           MOVE "S" TO WS-LEGAJO-VALIDO.
           IF WS-LEGAJO-PEDIDO = SPACES
               MOVE "N" TO WS-LEGAJO-VALIDO
               DISPLAY "EL LEGAJO NO PUEDE ESTAR EN BLANCO"
           ELSE
               MOVE WS-LEGAJO-PEDIDO TO WS-EMPLEADOS-LEGAJO
               READ EMPLEADOS-ARCHIVO
                   KEY IS WS-EMPLEADOS-LEGAJO
                   INVALID KEY
                       MOVE "N" TO WS-LEGAJO-VALIDO
                       DISPLAY "LEGAJO INEXISTENTE EN EMPLEADOS: "
                           WS-LEGAJO-PEDIDO
                   NOT INVALID KEY
                       IF EMPLEADO-DE-BAJA
                           MOVE "N" TO WS-LEGAJO-VALIDO
                           DISPLAY "EL LEGAJO ESTA DADO DE BAJA DESDE "
                               WS-EMPLEADOS-FECHA-ESTADO
                               " - NO SE OTORGAN PRESTAMOS"
                       ELSE
                           DISPLAY "EMPLEADO : " WS-EMPLEADOS-NOMBRE
                       END-IF
               END-READ
           END-IF.

           ALTA-PRESTAMO.
           PERFORM PEDIR-LEGAJO.
           PERFORM VALIDAR-LEGAJO.
           IF WS-LEGAJO-VALIDO = "S"
               PERFORM BUSCAR-ULTIMO-NUMERO
               IF WS-ULTIMO-NUMERO = 99
                   DISPLAY "EL LEGAJO YA TIENE 99 PRESTAMOS - NO SE "
                       "PUEDE DAR DE ALTA OTRO"
               ELSE
                   PERFORM CARGAR-PRESTAMO-NUEVO
               END-IF
           END-IF.

           BUSCAR-ULTIMO-NUMERO.
           MOVE ZEROES TO WS-ULTIMO-NUMERO.
           MOVE "1" TO WS-FIN-LISTADO.
           MOVE WS-LEGAJO-PEDIDO TO PS-LEGAJO.
           MOVE ZEROES TO PS-NUMERO.
           START PRESTAMOS-ARCHIVO KEY IS NOT < PS-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-LISTADO
           END-START.
           PERFORM LEER-NUMERO-DEL-LEGAJO
               UNTIL WS-FIN-LISTADO = "0".

           LEER-NUMERO-DEL-LEGAJO.
           READ PRESTAMOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-LISTADO
               NOT AT END
                   IF PS-LEGAJO NOT = WS-LEGAJO-PEDIDO
                       MOVE "0" TO WS-FIN-LISTADO
                   ELSE
                       MOVE PS-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
           END-READ.

           CARGAR-PRESTAMO-NUEVO.
           DISPLAY "TIPO (P = PRESTAMO, A = ADELANTO DE SUELDO): ".
           MOVE SPACES TO WS-TIPO-INGRESADO.
           ACCEPT WS-TIPO-INGRESADO.
           DISPLAY "CAPITAL (NNNNNNN.NN): ".
           PERFORM PEDIR-IMPORTE.
           DISPLAY "CANTIDAD DE CUOTAS (ENTER = 1): ".
           PERFORM PEDIR-CUOTAS.
           IF WS-CUOTAS-X = "000"
               MOVE 1 TO WS-CUOTAS-INGRESADAS
           END-IF.
           IF WS-TIPO-INGRESADO NOT = "P"
               AND WS-TIPO-INGRESADO NOT = "A"
               DISPLAY "TIPO INVALIDO - ALTA CANCELADA"
           ELSE
               IF WS-IMPORTE-INGRESADO NOT > ZEROES
                   DISPLAY "CAPITAL INVALIDO - ALTA CANCELADA"
               ELSE
                   IF WS-CUOTAS-INGRESADAS < 1
                       OR WS-CUOTAS-INGRESADAS > 120
                       DISPLAY "CUOTAS INVALIDAS (1 A 120) - ALTA "
                           "CANCELADA"
                   ELSE
                       PERFORM GRABAR-PRESTAMO-NUEVO
                   END-IF
               END-IF
           END-IF.

           GRABAR-PRESTAMO-NUEVO.
           MOVE SPACES TO PRESTAMO-REGISTRO.
           MOVE WS-LEGAJO-PEDIDO TO PS-LEGAJO.
           ADD 1 TO WS-ULTIMO-NUMERO GIVING PS-NUMERO.
           MOVE WS-TIPO-INGRESADO TO PS-TIPO.
           MOVE WS-FECHA-SISTEMA TO PS-FECHA-OTORGADO.
           MOVE WS-IMPORTE-INGRESADO TO PS-CAPITAL.
           MOVE WS-CUOTAS-INGRESADAS TO PS-CUOTAS.
           DIVIDE WS-IMPORTE-INGRESADO BY WS-CUOTAS-INGRESADAS
               GIVING PS-IMPORTE-CUOTA ROUNDED.
           MOVE ZEROES TO PS-CUOTAS-PAGADAS.
           MOVE WS-IMPORTE-INGRESADO TO PS-SALDO.
           MOVE "A" TO PS-ESTADO.
           MOVE ZEROES TO PS-PERIODO-ULT-COBRO.
           MOVE ZEROES TO PS-FECHA-CANCELACION.
           PERFORM MOSTRAR-PRESTAMO.
           DISPLAY "CONFIRMA EL ALTA (S/N): ".
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               WRITE PRESTAMO-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR ALTA - STATUS "
                           WS-PRESTAMOS-STATUS " ***"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE PRESTAMO-REGISTRO TO WS-AUD-DESPUES
                       MOVE "A" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "ALTA GRABADA: PRESTAMO " PS-NUMERO
                           " DEL LEGAJO " PS-LEGAJO
               END-WRITE
           ELSE
               DISPLAY "ALTA CANCELADA"
           END-IF.

           CONSULTAR-LEGAJO.
           PERFORM PEDIR-LEGAJO.
           MOVE ZEROES TO CN-LISTADOS.
           MOVE "1" TO WS-FIN-LISTADO.
           MOVE WS-LEGAJO-PEDIDO TO PS-LEGAJO.
           MOVE ZEROES TO PS-NUMERO.
           START PRESTAMOS-ARCHIVO KEY IS NOT < PS-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-LISTADO
           END-START.
           PERFORM LISTAR-UN-PRESTAMO
               UNTIL WS-FIN-LISTADO = "0".
           DISPLAY "PRESTAMOS DEL LEGAJO: " CN-LISTADOS.

           LISTAR-UN-PRESTAMO.
           READ PRESTAMOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-LISTADO
               NOT AT END
                   IF PS-LEGAJO NOT = WS-LEGAJO-PEDIDO
                       MOVE "0" TO WS-FIN-LISTADO
                   ELSE
                       ADD 1 TO CN-LISTADOS
                       PERFORM MOSTRAR-PRESTAMO
                   END-IF
           END-READ.

           MOSTRAR-PRESTAMO.
           MOVE PS-NUMERO TO PP-NUMERO.
           IF PS-ES-ADELANTO
               MOVE "ADELANTO" TO PP-TIPO
           ELSE
               MOVE "PRESTAMO" TO PP-TIPO
           END-IF.
           MOVE PS-FECHA-OTORGADO TO PP-FECHA.
           MOVE PS-CAPITAL TO PP-CAPITAL.
           MOVE PS-CUOTAS-PAGADAS TO PP-PAGADAS.
           MOVE PS-CUOTAS TO PP-CUOTAS.
           DISPLAY PRESENTACION-PRESTAMO.
           MOVE PS-IMPORTE-CUOTA TO PP-CUOTA.
           MOVE PS-SALDO TO PP-SALDO.
           EVALUATE TRUE
               WHEN PS-ACTIVO MOVE "ACTIVO" TO PP-ESTADO
               WHEN PS-CANCELADO MOVE "CANCELADO" TO PP-ESTADO
               WHEN PS-IMPAGO-BAJA MOVE "IMPAGO POR BAJA" TO PP-ESTADO
               WHEN OTHER MOVE PS-ESTADO TO PP-ESTADO
           END-EVALUATE.
           DISPLAY PRESENTACION-SALDO.

           LEER-PRESTAMO-PEDIDO.
           PERFORM PEDIR-LEGAJO.
           PERFORM PEDIR-NUMERO.
           MOVE WS-LEGAJO-PEDIDO TO PS-LEGAJO.
           MOVE WS-NUMERO-PEDIDO TO PS-NUMERO.
           MOVE "N" TO WS-LEGAJO-VALIDO.
           READ PRESTAMOS-ARCHIVO
               KEY IS PS-CLAVE
               INVALID KEY
                   DISPLAY "PRESTAMO INEXISTENTE: " WS-LEGAJO-PEDIDO
                       " " WS-NUMERO-PEDIDO
               NOT INVALID KEY
                   MOVE "S" TO WS-LEGAJO-VALIDO
                   PERFORM MOSTRAR-PRESTAMO
           END-READ.

           MODIFICAR-CUOTAS.
           PERFORM LEER-PRESTAMO-PEDIDO.
           IF WS-LEGAJO-VALIDO = "S"
               IF NOT PS-ACTIVO
                   DISPLAY "EL PRESTAMO NO ESTA ACTIVO - NO SE "
                       "MODIFICA"
               ELSE
                   DISPLAY "CUOTAS RESTANTES: "
                   PERFORM PEDIR-CUOTAS
                   IF WS-CUOTAS-INGRESADAS < 1
                       OR PS-CUOTAS-PAGADAS + WS-CUOTAS-INGRESADAS
                       > 999
                       DISPLAY "CUOTAS INVALIDAS - NO SE MODIFICA"
                   ELSE
                       PERFORM CAMBIAR-CUOTAS
                   END-IF
               END-IF
           END-IF.

           CAMBIAR-CUOTAS.
           MOVE PRESTAMO-REGISTRO TO WS-AUD-ANTES.
           ADD PS-CUOTAS-PAGADAS WS-CUOTAS-INGRESADAS GIVING PS-CUOTAS.
           DIVIDE PS-SALDO BY WS-CUOTAS-INGRESADAS
               GIVING PS-IMPORTE-CUOTA ROUNDED.
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
                       WS-PRESTAMOS-STATUS " ***"
               NOT INVALID KEY
                   MOVE PRESTAMO-REGISTRO TO WS-AUD-DESPUES
                   MOVE "M" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   PERFORM MOSTRAR-PRESTAMO
                   DISPLAY "MODIFICACION GRABADA"
           END-REWRITE.

           CANCELAR-PRESTAMO.
           PERFORM LEER-PRESTAMO-PEDIDO.
           IF WS-LEGAJO-VALIDO = "S"
               IF PS-CANCELADO
                   DISPLAY "EL PRESTAMO YA ESTA CANCELADO"
               ELSE
                   DISPLAY "CONFIRMA LA CANCELACION DEL SALDO POR "
                       "CAJA (S/N): "
                   MOVE "N" TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S"
                       PERFORM GRABAR-CANCELACION
                   ELSE
                       DISPLAY "CANCELACION ANULADA"
                   END-IF
               END-IF
           END-IF.

           GRABAR-CANCELACION.
           MOVE PRESTAMO-REGISTRO TO WS-AUD-ANTES.
           MOVE ZEROES TO PS-SALDO.
           MOVE "C" TO PS-ESTADO.
           MOVE WS-FECHA-SISTEMA TO PS-FECHA-CANCELACION.
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
                       WS-PRESTAMOS-STATUS " ***"
               NOT INVALID KEY
                   MOVE PRESTAMO-REGISTRO TO WS-AUD-DESPUES
                   MOVE "X" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "PRESTAMO CANCELADO"
           END-REWRITE.

           ASENTAR-AUDITORIA.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
               WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES.

       END PROGRAM MANTENIMIENTO-PRESTAMOS.
