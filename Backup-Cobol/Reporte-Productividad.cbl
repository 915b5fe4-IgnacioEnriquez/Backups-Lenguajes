      *          ventas por hora trabajada de cada sector. El sector de
      *          una venta se toma de los primeros 5 caracteres de
      *          WS-ARCHIVO-COD-PROD-TIENDA, para que calce con
      *          WS-EMPLEADOS-SECTOR. Las devoluciones (tipo D) restan
      *          de las ventas del sector, sin bajar de cero.
      *          Las horas de cada legajo se imputan al sector en que
      *          estaba en la fecha de la ultima venta del archivo
      *          (o hoy, si no hay ventas), segun la historia de
      *          asignaciones (SECTOR-A-FECHA), por eso las ventas se
      *          procesan antes que los empleados.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-ARCHIVO-CANT-VENTAS      PIC 9(04)V99.
           05 WS-ARCHIVO-FECHA-VENTA      PIC 9(08).
           05 WS-ARCHIVO-COD-PROD-TIENDA  PIC X(08).
           05 WS-ARCHIVO-TIPO-MOV         PIC X(01).
               88 ARCHIVO-ES-DEVOLUCION   VALUE "D".
           05 FILLER                      PIC X(11).

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.
       01  WS-FIN-EMPLEADOS   PIC X VALUE "1".

       01  WS-SECTOR-VENTA    PIC X(05).
       01  WS-SECTOR-MODO     PIC X(01) VALUE SPACE.
       01  WS-FECHA-REFERENCIA PIC 9(08) VALUE ZEROES.

       01 TABLA-SECTORES.
           05 CN-SECTORES PIC 9(03) VALUE ZEROES.
           PERFORM OBTENER-RUTA-EMPLEADOS.
           PERFORM 0500-CARGAR-MAESTRO-SECTORES.
           OPEN EXTEND DESCONOCIDOS-ARCHIVO.
           PERFORM 2000-PROCESAR-VENTAS.
           PERFORM 1000-PROCESAR-EMPLEADOS.
           CLOSE DESCONOCIDOS-ARCHIVO.
           PERFORM 3000-MOSTRAR-PRODUCTIVIDAD.
           GOBACK.
           END-ACCEPT.

           1000-PROCESAR-EMPLEADOS.
           IF WS-FECHA-REFERENCIA = ZEROES
               ACCEPT WS-FECHA-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           MOVE "C" TO WS-SECTOR-MODO.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-REFERENCIA WS-SECTOR-VENTA.
           MOVE "B" TO WS-SECTOR-MODO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF NOT EMPLEADOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS.DAT - "
               AND NOT EMPLEADO-DE-BAJA
               AND WS-EMPLEADOS-HORAS-TRABAJADAS IS NUMERIC
               MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-VENTA
               CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
                   WS-EMPLEADOS-LEGAJO WS-FECHA-REFERENCIA
                   WS-SECTOR-VENTA
               PERFORM 0530-VALIDAR-SECTOR-VENTA
               IF WS-SECTOR-VALIDO = "N"
                   MOVE "EMPLEADOS" TO DS-ORIGEN
           2200-ACUMULAR-VENTAS.
           IF WS-ARCHIVO-COD-PROD-TIENDA NOT = WS-TRAILER-MARCA
               AND WS-ARCHIVO-CANT-VENTAS IS NUMERIC
               IF WS-ARCHIVO-FECHA-VENTA IS NUMERIC
                   AND WS-ARCHIVO-FECHA-VENTA > WS-FECHA-REFERENCIA
                   MOVE WS-ARCHIVO-FECHA-VENTA TO WS-FECHA-REFERENCIA
               END-IF
               MOVE WS-ARCHIVO-COD-PROD-TIENDA(1:5) TO WS-SECTOR-VENTA
               PERFORM 0530-VALIDAR-SECTOR-VENTA
               IF WS-SECTOR-VALIDO = "N"
                   PERFORM 0550-ANOTAR-DESCONOCIDO
               ELSE
                   PERFORM 1300-BUSCAR-O-CREAR-SECTOR
                   PERFORM 2300-SUMAR-VENTA-SECTOR
               END-IF
           END-IF.
           PERFORM 2100-LEER-VENTA.

           2300-SUMAR-VENTA-SECTOR.
           IF ARCHIVO-ES-DEVOLUCION
               IF WS-ARCHIVO-CANT-VENTAS
                   > WS-SECTOR-VENTAS(WS-SUB-SECTOR)
                   MOVE ZEROES TO WS-SECTOR-VENTAS(WS-SUB-SECTOR)
               ELSE
                   SUBTRACT WS-ARCHIVO-CANT-VENTAS
                       FROM WS-SECTOR-VENTAS(WS-SUB-SECTOR)
               END-IF
           ELSE
               ADD WS-ARCHIVO-CANT-VENTAS
                   TO WS-SECTOR-VENTAS(WS-SUB-SECTOR)
           END-IF.

           3000-MOSTRAR-PRODUCTIVIDAD.
           DISPLAY PRESENTACION-TITULO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
