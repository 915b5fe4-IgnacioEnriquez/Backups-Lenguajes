      *          desde cero. Toda grabacion sobre empleados.dat queda
      *          asentada en empleados-auditoria.log con operador,
      *          fecha, hora e imagenes anterior y posterior, igual
      *          que en MANTENIMIENTO-EMPLEADOS. La venta corregida
      *          conserva su tipo de movimiento (venta o devolucion).
      *          El legajo del vendedor se puede corregir y se
      *          valida contra empleados.dat con las mismas reglas
      *          de PROGRAMA-PRINCIPAL (debe existir y no estar de
      *          baja) antes de liberar la venta. El alta o el cambio
      *          de sector de un empleado corregido se registra con
      *          fecha de hoy en la historia sector-asignaciones.dat
      *          via REGISTRAR-ASIGNACION. La venta liberada lleva al
      *          reproceso la tienda de origen del rechazo, para que
      *          el cierre la archive y descuente el stock de esa
      *          tienda.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 RZ-MOTIVO PIC X(40).
           05 RZ-DATOS  PIC X(26).
           05 RZ-FECHA-ALTA PIC X(08).
           05 RZ-VENDEDOR PIC X(11).
           05 RZ-TIENDA PIC X(05).

       FD REPROCESO-ARCHIVO.
       01 REPROCESO-REGISTRO.
           05 RP-CANT-VENTAS     PIC 9(04)V99.
           05 RP-FECHA-VENTA     PIC 9(08).
           05 RP-COD-PROD-TIENDA PIC X(08).
           05 RP-TIPO-MOV        PIC X(01).
           05 RP-VENDEDOR        PIC X(11).
           05 RP-TIENDA          PIC X(05).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.
       01  WS-CAMPO-FECHA      PIC X(08) VALUE SPACES.
       01  WS-CAMPO-CODIGO     PIC X(08) VALUE SPACES.
       01  WS-CAMPO-LEGAJO     PIC X(11) VALUE SPACES.
       01  WS-CAMPO-VENDEDOR   PIC X(11) VALUE SPACES.
       01  WS-VENDEDOR-VALIDO  PIC X VALUE "S".
       01  WS-EMPLEADOS-DISPONIBLE PIC X VALUE "N".
       01  WS-CAMPO-SECTOR     PIC X(05) VALUE SPACES.
       01  WS-CAMPO-HORAS      PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-CAMPO-EXTRA      PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
               10 TB-RZ-MOTIVO PIC X(40).
               10 TB-RZ-DATOS  PIC X(26).
               10 TB-RZ-FECHA  PIC X(08).
               10 TB-RZ-VENDEDOR PIC X(11).
               10 TB-RZ-TIENDA PIC X(05).

       01  WS-SUB-RECHAZO      PIC 9(04) VALUE ZEROES.
       01  WS-DESBORDE-RECHAZOS PIC X VALUE "N".
           05 DV-CANT-VENTAS     PIC 9(04)V99.
           05 DV-FECHA-VENTA     PIC 9(08).
           05 DV-COD-PROD-TIENDA PIC X(08).
           05 DV-TIPO-MOV        PIC X(01).
           05 FILLER             PIC X(03).

       01 DATOS-EMPLEADO-RECHAZADO.
           05 DE-LEGAJO       PIC X(11).
       01  WS-HORA-SISTEMA     PIC 9(08) VALUE ZEROES.
       01  WS-IMAGEN-ANTERIOR  PIC X(80) VALUE SPACES.
       01  WS-IMAGEN-POSTERIOR PIC X(80) VALUE SPACES.
       01  WS-SECTOR-ANTERIOR  PIC X(05) VALUE SPACES.
       01  WS-INGRESO-ANTERIOR PIC X(08) VALUE SPACES.
       01  WS-ASIGNACION-ESTADO PIC X(01) VALUE "0".

       01 PRESENTACION-AUDITORIA.
           05 AU-FECHA        PIC 9(08).
           MOVE RZ-MOTIVO TO TB-RZ-MOTIVO(CN-RECHAZOS).
           MOVE RZ-DATOS TO TB-RZ-DATOS(CN-RECHAZOS).
           MOVE RZ-FECHA-ALTA TO TB-RZ-FECHA(CN-RECHAZOS).
           MOVE RZ-VENDEDOR TO TB-RZ-VENDEDOR(CN-RECHAZOS).
           MOVE RZ-TIENDA TO TB-RZ-TIENDA(CN-RECHAZOS).
           PERFORM 1110-LEER-RECHAZO.

           1200-REGRABAR-RECHAZOS.
           MOVE TB-RZ-MOTIVO(WS-SUB-RECHAZO) TO RZ-MOTIVO.
           MOVE TB-RZ-DATOS(WS-SUB-RECHAZO) TO RZ-DATOS.
           MOVE TB-RZ-FECHA(WS-SUB-RECHAZO) TO RZ-FECHA-ALTA.
           MOVE TB-RZ-VENDEDOR(WS-SUB-RECHAZO) TO RZ-VENDEDOR.
           MOVE TB-RZ-TIENDA(WS-SUB-RECHAZO) TO RZ-TIENDA.
           WRITE RECHAZO-REGISTRO.

           2000-CORREGIR-VENTAS.
           IF CN-RECHAZOS = 0
               DISPLAY "SIN RECHAZOS DE VENTAS PENDIENTES"
           ELSE
               PERFORM 2050-ABRIR-EMPLEADOS-CONSULTA
               OPEN EXTEND REPROCESO-ARCHIVO
               PERFORM 2100-ATENDER-VENTA
                   VARYING WS-SUB-RECHAZO FROM 1 BY 1
                   UNTIL WS-SUB-RECHAZO > CN-RECHAZOS
               CLOSE REPROCESO-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               PERFORM 1200-REGRABAR-RECHAZOS
           END-IF.

           2050-ABRIR-EMPLEADOS-CONSULTA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-EMPLEADOS-PATH
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ABIERTO-OK
               MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: NO SE PUDO ABRIR "
                   "EMPLEADOS.DAT - STATUS " WS-EMPLEADOS-STATUS
                   " - NO SE VALIDAN VENDEDORES ***"
           END-IF.

           2100-ATENDER-VENTA.
           IF TB-RZ-ESTADO(WS-SUB-RECHAZO) = "P"
               MOVE TB-RZ-DATOS(WS-SUB-RECHAZO) TO PD-DATOS
           DISPLAY "CODIGO PRODUCTO/TIENDA (ENTER = CONSERVAR): ".
           MOVE SPACES TO WS-CAMPO-CODIGO.
           ACCEPT WS-CAMPO-CODIGO.
           DISPLAY "LEGAJO DEL VENDEDOR ("
               TB-RZ-VENDEDOR(WS-SUB-RECHAZO) ") (ENTER = CONSERVAR): ".
           MOVE SPACES TO WS-CAMPO-VENDEDOR.
           ACCEPT WS-CAMPO-VENDEDOR.
           IF WS-CAMPO-VENDEDOR = SPACES
               MOVE TB-RZ-VENDEDOR(WS-SUB-RECHAZO) TO WS-CAMPO-VENDEDOR
           END-IF.
           PERFORM 2400-VALIDAR-VENDEDOR.
           IF WS-VENDEDOR-VALIDO = "N"
               DISPLAY "VENDEDOR INEXISTENTE O DE BAJA - QUEDA "
                   "PENDIENTE"
           END-IF.
           IF WS-CAMPO-IMPORTE IS NUMERIC
               AND WS-CAMPO-FECHA IS NUMERIC
               AND WS-VENDEDOR-VALIDO = "S"
               MOVE WS-CAMPO-IMPORTE TO RP-CANT-VENTAS(1:6)
               MOVE WS-CAMPO-FECHA TO RP-FECHA-VENTA
               IF WS-CAMPO-CODIGO NOT = SPACES
               ELSE
                   MOVE DV-COD-PROD-TIENDA TO RP-COD-PROD-TIENDA
               END-IF
               MOVE SPACES TO REPROCESO-REGISTRO(23:17)
               MOVE DV-TIPO-MOV TO RP-TIPO-MOV
               MOVE WS-CAMPO-VENDEDOR TO RP-VENDEDOR
               MOVE TB-RZ-TIENDA(WS-SUB-RECHAZO) TO RP-TIENDA
               WRITE REPROCESO-REGISTRO
               MOVE "L" TO TB-RZ-ESTADO(WS-SUB-RECHAZO)
               ADD 1 TO WS-CONTADOR-LIBERADOS
               DISPLAY "LIBERADO AL REPROCESO"
           ELSE
               IF WS-VENDEDOR-VALIDO = "S"
                   DISPLAY "IMPORTE O FECHA INVALIDOS - QUEDA "
                       "PENDIENTE"
               END-IF
           END-IF.

           2400-VALIDAR-VENDEDOR.
           MOVE "S" TO WS-VENDEDOR-VALIDO.
           IF WS-CAMPO-VENDEDOR NOT = SPACES
               AND WS-EMPLEADOS-DISPONIBLE = "S"
               MOVE WS-CAMPO-VENDEDOR TO WS-EMPLEADOS-LEGAJO
               READ EMPLEADOS-ARCHIVO
                   KEY IS WS-EMPLEADOS-LEGAJO
                   INVALID KEY
                       MOVE "N" TO WS-VENDEDOR-VALIDO
                   NOT INVALID KEY
                       IF EMPLEADO-DE-BAJA
                           MOVE "N" TO WS-VENDEDOR-VALIDO
                       END-IF
               END-READ
           END-IF.

           3000-CORREGIR-EMPLEADOS.
                       MOVE SPACES TO WS-IMAGEN-ANTERIOR
                       MOVE EMPLEADO-REGISTRO TO WS-IMAGEN-POSTERIOR
                       PERFORM 3400-ESCRIBIR-AUDITORIA
                       MOVE SPACES TO WS-SECTOR-ANTERIOR
                       MOVE WS-EMPLEADOS-FECHA-INGRESO
                           TO WS-INGRESO-ANTERIOR
                       PERFORM 3500-REGISTRAR-ASIGNACION
                       DISPLAY "GRABADO EN EMPLEADOS.DAT"
               END-WRITE
           END-IF.
               KEY IS WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   MOVE SPACES TO WS-IMAGEN-ANTERIOR
                   MOVE SPACES TO WS-SECTOR-ANTERIOR
                   MOVE SPACES TO WS-INGRESO-ANTERIOR
               NOT INVALID KEY
                   MOVE EMPLEADO-REGISTRO TO WS-IMAGEN-ANTERIOR
                   MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-ANTERIOR
                   MOVE WS-EMPLEADOS-FECHA-INGRESO
                       TO WS-INGRESO-ANTERIOR
           END-READ.
           MOVE WS-IMAGEN-POSTERIOR TO EMPLEADO-REGISTRO.
           REWRITE EMPLEADO-REGISTRO
                   MOVE "L" TO TB-RZ-ESTADO(WS-SUB-RECHAZO)
                   ADD 1 TO WS-CONTADOR-LIBERADOS
                   PERFORM 3400-ESCRIBIR-AUDITORIA
                   PERFORM 3500-REGISTRAR-ASIGNACION
                   DISPLAY "REGRABADO EN EMPLEADOS.DAT"
           END-REWRITE.

           MOVE WS-IMAGEN-POSTERIOR TO AU-DESPUES.
           WRITE AUDITORIA-LINEA FROM PRESENTACION-AUDITORIA.

           3500-REGISTRAR-ASIGNACION.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           CALL "REGISTRAR-ASIGNACION" USING WS-EMPLEADOS-LEGAJO
               WS-SECTOR-ANTERIOR WS-INGRESO-ANTERIOR
               WS-EMPLEADOS-SECTOR WS-FECHA-SISTEMA
               WS-ASIGNACION-ESTADO.
           IF WS-ASIGNACION-ESTADO NOT = "0"
               DISPLAY "*** EL SECTOR NO QUEDO EN LA HISTORIA DE "
                   "ASIGNACIONES ***"
           END-IF.

       END PROGRAM CORREGIR-RECHAZOS.
