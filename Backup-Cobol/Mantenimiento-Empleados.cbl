      *          para poder responder las disputas de correcciones
      *          de horas, y replicada en el diario comun
      *          auditoria-general.log via REGISTRAR-AUDITORIA.
      *          El alta y todo cambio de sector se registran en la
      *          historia sector-asignaciones.dat via
      *          REGISTRAR-ASIGNACION; al cambiar el sector se pide
      *          la fecha efectiva del traslado (ENTER = hoy) y si la
      *          historia la rechaza el sector no se cambia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-NOMBRE-INGRESADO PIC X(30) VALUE SPACES.
       01  WS-FECHA-INGRESADA  PIC X(08) VALUE SPACES.
       01  WS-IMAGEN-ANTERIOR  PIC X(80) VALUE SPACES.
       01  WS-SECTOR-ANTERIOR  PIC X(05) VALUE SPACES.
       01  WS-FECHA-EFECTIVA   PIC 9(08) VALUE ZEROES.
       01  WS-ASIGNACION-ESTADO PIC X(01) VALUE "0".
       01  WS-IMAGEN-POSTERIOR PIC X(80) VALUE SPACES.

       01  WS-CANDADO-MODO     PIC X(01) VALUE SPACE.
                       WS-EMPLEADOS-STATUS " ***"
               NOT INVALID KEY
                   PERFORM ESCRIBIR-AUDITORIA
                   PERFORM REGISTRAR-SECTOR-ALTA
                   DISPLAY "ALTA GRABADA: " WS-LEGAJO-PEDIDO
           END-WRITE.

           REGISTRAR-SECTOR-ALTA.
           MOVE SPACES TO WS-SECTOR-ANTERIOR.
           MOVE WS-EMPLEADOS-FECHA-INGRESO TO WS-FECHA-EFECTIVA.
           CALL "REGISTRAR-ASIGNACION" USING WS-EMPLEADOS-LEGAJO
               WS-SECTOR-ANTERIOR WS-EMPLEADOS-FECHA-INGRESO
               WS-EMPLEADOS-SECTOR WS-FECHA-EFECTIVA
               WS-ASIGNACION-ESTADO.
           IF WS-ASIGNACION-ESTADO NOT = "0"
               DISPLAY "*** EL SECTOR DEL ALTA NO QUEDO EN LA HISTORIA"
                   " DE ASIGNACIONES ***"
           END-IF.

           MODIFICAR-EMPLEADO.
           PERFORM PEDIR-LEGAJO.
           MOVE WS-LEGAJO-PEDIDO TO WS-EMPLEADOS-LEGAJO.
           MOVE SPACES TO WS-CAMPO-INGRESADO.
           ACCEPT WS-CAMPO-INGRESADO.
           IF WS-CAMPO-INGRESADO NOT = SPACES
               AND WS-CAMPO-INGRESADO NOT = WS-EMPLEADOS-SECTOR
               PERFORM CAMBIAR-SECTOR
           END-IF.
           DISPLAY "NUEVAS HORAS TRABAJADAS (ENTER = CONSERVAR): ".
           MOVE SPACES TO WS-CAMPO-INGRESADO.
                   DISPLAY "MODIFICACION GRABADA: " WS-LEGAJO-PEDIDO
           END-REWRITE.

           CAMBIAR-SECTOR.
           MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-ANTERIOR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           DISPLAY "FECHA EFECTIVA DEL TRASLADO AAAAMMDD (ENTER = HOY)"
               ": ".
           MOVE SPACES TO WS-FECHA-INGRESADA.
           ACCEPT WS-FECHA-INGRESADA.
           IF WS-FECHA-INGRESADA IS NUMERIC
               MOVE WS-FECHA-INGRESADA TO WS-FECHA-EFECTIVA
           ELSE
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-EFECTIVA
           END-IF.
           CALL "REGISTRAR-ASIGNACION" USING WS-EMPLEADOS-LEGAJO
               WS-SECTOR-ANTERIOR WS-EMPLEADOS-FECHA-INGRESO
               WS-CAMPO-INGRESADO WS-FECHA-EFECTIVA
               WS-ASIGNACION-ESTADO.
           IF WS-ASIGNACION-ESTADO = "0"
               MOVE WS-CAMPO-INGRESADO TO WS-EMPLEADOS-SECTOR
           ELSE
               DISPLAY "*** SECTOR NO CAMBIADO: NO SE PUDO REGISTRAR "
                   "EL TRASLADO EN LA HISTORIA ***"
           END-IF.

           BAJA-EMPLEADO.
           PERFORM PEDIR-LEGAJO.
           MOVE WS-LEGAJO-PEDIDO TO WS-EMPLEADOS-LEGAJO.
