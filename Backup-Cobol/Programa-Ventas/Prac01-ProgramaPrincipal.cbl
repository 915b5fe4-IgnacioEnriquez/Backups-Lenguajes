           FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OPTIONAL RECHAZADOS-ARCHIVO
           ASSIGN TO WS-RECHAZADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPROCESO-ARCHIVO
           ASSIGN TO WS-REPROCESO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REPROCESO-TOMADO-ARCHIVO
           ASSIGN TO WS-TOMADO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DUPLICADOS-ARCHIVO
           ASSIGN TO WS-DUPLICADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-NEGOCIO-ARCHIVO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT OPTIONAL TIENDAS-ARCHIVO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT OPTIONAL RESUMEN-TIENDAS-ARCHIVO
           ASSIGN TO WS-RESUMEN-TIENDAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

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
       FD VENTAS-ARCHIVO.
           05 WS-ARCHIVO-CANT-VENTAS      PIC 9(04)V99.
           05 WS-ARCHIVO-FECHA-VENTA      PIC 9(08).
           05 WS-ARCHIVO-COD-PROD-TIENDA  PIC X(08).
           05 WS-ARCHIVO-TIPO-MOV         PIC X(01).
               88 ARCHIVO-ES-DEVOLUCION   VALUE "D".
           05 WS-ARCHIVO-VENDEDOR        PIC X(11).

       FD MANIFIESTO-ARCHIVO.
       01 MANIFIESTO-REGISTRO.
           05 CK-COMPLETO              PIC X(01).
           05 CK-IMPORTE               PIC 9(08)V99.
           05 CK-FECHA-NEGOCIO         PIC 9(08).
           05 CK-DEVOLUCIONES          PIC 9(08)V99.

       FD RECHAZADOS-ARCHIVO.
       01 RECHAZO-REGISTRO.
           05 RZ-MOTIVO                PIC X(40).
           05 RZ-DATOS                 PIC X(26).
           05 RZ-FECHA-ALTA            PIC 9(08).
           05 RZ-VENDEDOR              PIC X(11).
           05 RZ-TIENDA                PIC X(05).

       FD REPROCESO-ARCHIVO.
       01 REPROCESO-REGISTRO.
           05 RP-CANT-VENTAS           PIC 9(04)V99.
           05 RP-FECHA-VENTA           PIC 9(08).
           05 RP-COD-PROD-TIENDA       PIC X(08).
           05 RP-TIPO-MOV              PIC X(01).
               88 RP-ES-DEVOLUCION     VALUE "D".
           05 RP-VENDEDOR              PIC X(11).
           05 RP-TIENDA                PIC X(05).

       FD REPROCESO-TOMADO-ARCHIVO.
       01 TOMADO-REGISTRO.
           05 RT-CANT-VENTAS           PIC 9(04)V99.
           05 RT-FECHA-VENTA           PIC 9(08).
           05 RT-COD-PROD-TIENDA       PIC X(08).
           05 RT-TIPO-MOV              PIC X(01).
           05 RT-VENDEDOR              PIC X(11).
           05 RT-TIENDA                PIC X(05).

       FD DUPLICADOS-ARCHIVO.
       01 DUPLICADO-REGISTRO.
           05 DU-FECHA-VENTA           PIC 9(08).
           05 DU-COD-PROD-TIENDA       PIC X(08).
           05 DU-FECHA-ALTA            PIC 9(08).
           05 DU-TIPO-MOV              PIC X(01).
           05 DU-VENDEDOR              PIC X(11).
           05 DU-TIENDA                PIC X(05).

       FD FECHA-NEGOCIO-ARCHIVO.
       01 FECHA-NEGOCIO-REGISTRO.
           COPY PARAMETRO.CPY.

       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.
           05 VT-REGS     PIC 9(04).
           05 VT-IMPORTE  PIC 9(08)V99.
           05 VT-RECHAZOS PIC 9(04).
           05 VT-DEVOLUCIONES PIC 9(08)V99.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-MAX-REGISTROS     PIC 9(04) VALUE 2000.
       01  WS-MANIFIESTO-PATH   PIC X(60) VALUE
           "ventas-manifiesto.dat".
       01  WS-RUTA-ACTUAL       PIC X(60) VALUE SPACES.
       01  WS-RECHAZADOS-PATH   PIC X(60) VALUE
           "ventas-rechazados.dat".
       01  WS-REPROCESO-PATH    PIC X(60) VALUE
           "ventas-reproceso.dat".
       01  WS-TOMADO-PATH       PIC X(60) VALUE
           "ventas-reproceso-tomado.dat".
       01  WS-DUPLICADOS-PATH   PIC X(60) VALUE
           "ventas-duplicados.dat".
       01  WS-RESUMEN-TIENDAS-PATH PIC X(60) VALUE
           "ventas-resumen-tiendas.dat".
       01  WS-SIMULACION        PIC X VALUE "N".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-VENTAS-STATUS     PIC X(02) VALUE "00".
           88 VENTAS-ARCHIVO-PRESENTE VALUE "00".
       01  WS-TRAILER-ENCONTRADO   PIC X VALUE "N".
       01  WS-REGISTROS-ESPERADOS  PIC 9(08) VALUE ZEROES.
       01  WS-TOTAL-VERIFICADO     PIC 9(08) VALUE ZEROES.
       01  WS-IMPORTE-ACUMULADO    PIC S9(08)V99 VALUE ZEROES.
       01  WS-RECHAZADOS-TOTAL     PIC 9(04) VALUE ZEROES.

       01  WS-REGS-ARCHIVO-ACTUAL  PIC 9(04) VALUE ZEROES.
       01  WS-RECH-ARCHIVO-ACTUAL  PIC 9(04) VALUE ZEROES.
       01  WS-IMP-ARCHIVO-ACTUAL   PIC 9(08)V99 VALUE ZEROES.
       01  WS-DEV-ARCHIVO-ACTUAL   PIC 9(08)V99 VALUE ZEROES.
       01  WS-DEVOLUCIONES-TOTAL   PIC 9(08)V99 VALUE ZEROES.
       01  WS-ARCHIVO-COMPLETO     PIC X VALUE "N".
       01  WS-HUBO-MISMATCH        PIC X VALUE "N".
       01  WS-HUBO-INCOMPLETO      PIC X VALUE "N".
               10 TB-TI-COD      PIC X(05).
               10 TB-TI-RUTA     PIC X(60).
               10 TB-TI-REGS     PIC 9(04).
               10 TB-TI-IMPORTE  PIC S9(08)V99.
               10 TB-TI-RECHAZOS PIC 9(04).
               10 TB-TI-ESTADO   PIC X(01).
               10 TB-TI-NOMBRE   PIC X(30).
               10 TB-TI-REGION   PIC X(05).
               10 TB-TI-DEVOLUCIONES PIC 9(08)V99.

       01  WS-SUB-TIENDA        PIC 9(02) VALUE ZEROES.
       01  WS-FIN-MANIFIESTO    PIC X VALUE "1".
       01  WS-SIN-MANIFIESTO    PIC X VALUE "N".
       01  WS-TIENDA-ACTUAL     PIC X(05) VALUE SPACES.

       01  WS-TIENDAS-PATH      PIC X(60) VALUE "tiendas.dat".
       01  WS-TIENDAS-STATUS    PIC X(02) VALUE "00".
               10 TB-CK-RECHAZOS PIC 9(04).
               10 TB-CK-COMPLETO PIC X(01).
               10 TB-CK-IMPORTE  PIC 9(08)V99.
               10 TB-CK-DEVOLUCIONES PIC 9(08)V99.

       01  WS-SUB-CK            PIC 9(02) VALUE ZEROES.
       01  WS-FIN-CHECKPOINT    PIC X VALUE "1".
       01  WS-CK-REGS-PREVIOS   PIC 9(04) VALUE ZEROES.
       01  WS-CK-RECH-PREVIOS   PIC 9(04) VALUE ZEROES.
       01  WS-CK-IMP-PREVIOS    PIC 9(08)V99 VALUE ZEROES.
       01  WS-CK-DEV-PREVIOS    PIC 9(08)V99 VALUE ZEROES.
       01  WS-CK-YA-COMPLETO    PIC X VALUE "N".

       01 TABLA-DATOS-A-ENVIAR.
               10 WS-CANT-VENTAS        PIC 9(04)V99 VALUE ZEROES.
               10 WS-FECHA-VENTA        PIC 9(08) VALUE ZEROES.
               10 WS-COD-PROD-TIENDA    PIC X(08) VALUE SPACES.
               10 WS-TIPO-MOV           PIC X(01) VALUE "V".
                   88 WS-ES-DEVOLUCION  VALUE "D".

       01  WS-FIN-DEL-ARCHIVO PIC X VALUE "1".


       01 TABLA-REPROCESO-RESTO.
           05 CN-RESTO PIC 9(04) VALUE ZEROES.
           05 RESTO-REPROCESO OCCURS 2000 TIMES PIC X(39).
       01  WS-SUB-RESTO       PIC 9(04) VALUE ZEROES.

       01  WS-FECHA-NEG-STATUS  PIC X(02) VALUE "00".
       01  WS-SUB-COMPACTO     PIC 9(04) VALUE ZEROES.
       01  WS-ES-DUPLICADO     PIC X VALUE "N".
       01  CN-DUPLICADOS       PIC 9(04) VALUE ZEROES.
       01  CN-DEV-SIN-SALDO    PIC 9(04) VALUE ZEROES.

       01 DATOS-DEVOLUCION-RECHAZADA.
           05 DR-CANT-VENTAS        PIC 9(04)V99.
           05 DR-FECHA-VENTA        PIC 9(08).
           05 DR-COD-PROD-TIENDA    PIC X(08).
           05 DR-TIPO-MOV           PIC X(01).
           05 DR-VENDEDOR           PIC X(11).

       01 TABLA-MARCAS-DUP.
           05 MARCA-DUPLICADO OCCURS 2000 TIMES PIC X VALUE SPACE.
       01 TABLA-MARCAS-ORIGEN.
           05 MARCA-ORIGEN OCCURS 2000 TIMES PIC 9(02) VALUE ZEROES.

       01 TABLA-MARCAS-VENDEDOR.
           05 MARCA-VENDEDOR OCCURS 2000 TIMES PIC X(11) VALUE SPACES.

       01 TABLA-MARCAS-TIENDA.
           05 MARCA-TIENDA OCCURS 2000 TIMES PIC X(05) VALUE SPACES.

       01  WS-EMPLEADOS-PATH    PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS  PIC X(02) VALUE "00".
           88 EMPLEADOS-ABIERTO-OK VALUES "00" "05".
       01  WS-EMPLEADOS-DISPONIBLE PIC X VALUE "N".
       01  WS-VENDEDOR-A-VALIDAR PIC X(11) VALUE SPACES.
       01  WS-VENDEDOR-VALIDO   PIC X VALUE "S".

       01  WS-HISTORICO-PATH   PIC X(60) VALUE "ventas-historico.dat".
       01  WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-PRESENTE VALUE "00".
       01  WS-FIN-HISTORICO    PIC X VALUE "1".
       01  WS-TIPO-HISTORICO   PIC X(01) VALUE "V".

       01 TABLA-PRODUCTOS-VENDIDOS.
           05 CN-VENDIDOS PIC 9(04) VALUE ZEROES.
           05 VENDIDO-ENTRADA OCCURS 2000 TIMES.
               10 TB-VD-COD PIC X(08).

       01  WS-SUB-VENDIDO        PIC 9(04) VALUE ZEROES.
       01  WS-VENDIDOS-CARGADOS  PIC X VALUE "N".
       01  WS-DESBORDE-VENDIDOS  PIC X VALUE "N".
       01  WS-PRODUCTO-VENDIDO   PIC X VALUE "N".
       01  WS-DEVOLUCION-VALIDA  PIC X VALUE "S".
       01  WS-DEV-PRODUCTO       PIC X(08) VALUE SPACES.
       01  WS-VD-PRODUCTO        PIC X(08) VALUE SPACES.
       01  WS-DEV-IMPORTE        PIC 9(04)V99 VALUE ZEROES.
       01  WS-DEV-SALDO-DIA      PIC 9(08)V99 VALUE ZEROES.

       01 PRESENTACION-TIENDA.
           05 CT-TEXTO-TIENDA PIC X(09) VALUE "TIENDA : ".
           05 CT-TEXTO-REG    PIC X(10) VALUE "  REGION: ".
           05 PT-REGION       PIC X(05).

       01 PRESENTACION-DEVOLUCIONES.
           05 CT-TEXTO-DEV    PIC X(24) VALUE
               "  DEVOLUCIONES        : ".
           05 PT-DEVOLUCIONES PIC ZZZZZZZ9.99.

       01 PRESENTACION-REGION.
           05 CT-TEXTO-SUBT   PIC X(18) VALUE "SUBTOTAL REGION : ".
           05 SR-REGION       PIC X(05).
           PERFORM CARGAR-MAESTRO-TIENDAS.
           PERFORM VALIDAR-MANIFIESTO.
           OPEN EXTEND RECHAZADOS-ARCHIVO.
           PERFORM ABRIR-EMPLEADOS.
           PERFORM PROCESAR-UNA-TIENDA
               VARYING WS-SUB-TIENDA FROM 1 BY 1
               UNTIL WS-SUB-TIENDA > CN-TIENDAS.
           ADD 1 TO WS-PRIMER-REPROCESO.
           PERFORM PROCESAR-REPROCESO.
           CLOSE RECHAZADOS-ARCHIVO.
           IF WS-EMPLEADOS-DISPONIBLE = "S"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
           PERFORM DEPURAR-DUPLICADOS.
           PERFORM ASENTAR-REPROCESO-TOMADO.
           PERFORM ESCRIBIR-CHECKPOINT.
           PERFORM INFORMAR-POR-TIENDA.
           CALL "REPORTE-VENTAS" USING TABLA-DATOS-A-ENVIAR.
           MOVE CN-i TO LK-REGISTROS-PROCESADOS.
           MOVE WS-IMPORTE-ACUMULADO TO LK-TOTAL-IMPORTE.
           MOVE WS-RECHAZADOS-TOTAL TO LK-RECHAZADOS.
           IF WS-DEVOLUCIONES-TOTAL > 0
               DISPLAY "DEVOLUCIONES DESCONTADAS DEL TOTAL : "
                   WS-DEVOLUCIONES-TOTAL
           END-IF.
           IF WS-HUBO-MISMATCH = "S"
               MOVE "2" TO LK-ESTADO-VENTAS
           ELSE
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-MANIFIESTO-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-ventas.ckpt" TO WS-CHECKPOINT-PATH
               MOVE "simulacion-ventas-rechazados.dat"
                   TO WS-RECHAZADOS-PATH
               MOVE "simulacion-ventas-reproceso.dat"
                   TO WS-REPROCESO-PATH
               MOVE "simulacion-ventas-reproceso-tomado.dat"
                   TO WS-TOMADO-PATH
               MOVE "simulacion-ventas-duplicados.dat"
                   TO WS-DUPLICADOS-PATH
               MOVE "simulacion-ventas-resumen-tiendas.dat"
                   TO WS-RESUMEN-TIENDAS-PATH
           END-IF.

           ABRIR-EMPLEADOS.
           ACCEPT WS-EMPLEADOS-PATH FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ABIERTO-OK
               MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: NO SE PUDO ABRIR "
                   "EMPLEADOS.DAT - STATUS " WS-EMPLEADOS-STATUS
                   " - NO SE VALIDAN VENDEDORES ***"
           END-IF.

           VALIDAR-VENDEDOR.
           MOVE "S" TO WS-VENDEDOR-VALIDO.
           IF WS-VENDEDOR-A-VALIDAR NOT = SPACES
               AND WS-EMPLEADOS-DISPONIBLE = "S"
               MOVE WS-VENDEDOR-A-VALIDAR TO WS-EMPLEADOS-LEGAJO
               READ EMPLEADOS-ARCHIVO
                   KEY IS WS-EMPLEADOS-LEGAJO
                   INVALID KEY
                       MOVE "N" TO WS-VENDEDOR-VALIDO
                       MOVE "VENDEDOR INEXISTENTE EN EMPLEADOS"
                           TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF EMPLEADO-DE-BAJA
                           MOVE "N" TO WS-VENDEDOR-VALIDO
                           MOVE "VENDEDOR DADO DE BAJA"
                               TO WS-MOTIVO-RECHAZO
                       END-IF
               END-READ
           END-IF.

           LEER-FECHA-NEGOCIO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           END-IF.
           CLOSE MANIFIESTO-ARCHIVO.
           IF CN-TIENDAS = 0
               MOVE "S" TO WS-SIN-MANIFIESTO
               MOVE 1 TO CN-TIENDAS
               MOVE "UNICO" TO TB-TI-COD(1)
               MOVE WS-VENTAS-PATH TO TB-TI-RUTA(1)
               MOVE ZEROES TO TB-TI-DEVOLUCIONES(1)
           END-IF.

           LEER-LINEA-MANIFIESTO.
               MOVE MF-RUTA TO TB-TI-RUTA(CN-TIENDAS)
               MOVE SPACES TO TB-TI-NOMBRE(CN-TIENDAS)
               MOVE SPACES TO TB-TI-REGION(CN-TIENDAS)
               MOVE ZEROES TO TB-TI-DEVOLUCIONES(CN-TIENDAS)
           END-IF.
           PERFORM LEER-LINEA-MANIFIESTO.

               MOVE WS-CK-REGS-PREVIOS TO TB-TI-REGS(WS-SUB-TIENDA)
               MOVE WS-CK-RECH-PREVIOS TO TB-TI-RECHAZOS(WS-SUB-TIENDA)
               MOVE WS-CK-IMP-PREVIOS TO TB-TI-IMPORTE(WS-SUB-TIENDA)
               ADD WS-CK-IMP-PREVIOS TO WS-IMPORTE-ACUMULADO
               MOVE WS-CK-DEV-PREVIOS
                   TO TB-TI-DEVOLUCIONES(WS-SUB-TIENDA)
               ADD WS-CK-DEV-PREVIOS TO WS-DEVOLUCIONES-TOTAL
               MOVE "0" TO TB-TI-ESTADO(WS-SUB-TIENDA)
               ADD WS-CK-RECH-PREVIOS TO WS-RECHAZADOS-TOTAL
               DISPLAY "TIENDA " TB-TI-COD(WS-SUB-TIENDA)

           PROCESAR-ARCHIVO-TIENDA.
           MOVE TB-TI-RUTA(WS-SUB-TIENDA) TO WS-RUTA-ACTUAL.
           IF WS-SIN-MANIFIESTO = "S"
               MOVE SPACES TO WS-TIENDA-ACTUAL
           ELSE
               MOVE TB-TI-COD(WS-SUB-TIENDA) TO WS-TIENDA-ACTUAL
           END-IF.
           MOVE WS-CK-REGS-PREVIOS TO WS-REGISTROS-A-SALTAR.
           MOVE WS-CK-RECH-PREVIOS TO WS-RECH-ARCHIVO-ACTUAL.
           MOVE ZEROES TO WS-REGS-ARCHIVO-ACTUAL.
           MOVE WS-CK-IMP-PREVIOS TO WS-IMP-ARCHIVO-ACTUAL.
           ADD WS-CK-IMP-PREVIOS TO WS-IMPORTE-ACUMULADO.
           MOVE ZEROES TO WS-DEV-ARCHIVO-ACTUAL.
           MOVE "N" TO WS-TRAILER-ENCONTRADO.
           MOVE "N" TO WS-ARCHIVO-COMPLETO.
           MOVE ZEROES TO WS-REGISTROS-ESPERADOS.
           MOVE WS-REGS-ARCHIVO-ACTUAL TO TB-TI-REGS(WS-SUB-TIENDA).
           ADD WS-CK-REGS-PREVIOS TO TB-TI-REGS(WS-SUB-TIENDA).
           MOVE WS-IMP-ARCHIVO-ACTUAL TO TB-TI-IMPORTE(WS-SUB-TIENDA).
           ADD WS-DEV-ARCHIVO-ACTUAL WS-CK-DEV-PREVIOS
               GIVING TB-TI-DEVOLUCIONES(WS-SUB-TIENDA).
           ADD WS-DEV-ARCHIVO-ACTUAL TO WS-DEVOLUCIONES-TOTAL.
           MOVE WS-RECH-ARCHIVO-ACTUAL
               TO TB-TI-RECHAZOS(WS-SUB-TIENDA).
           ADD WS-RECH-ARCHIVO-ACTUAL TO WS-RECHAZADOS-TOTAL.
                   MOVE WS-ARCHIVO-FECHA-VENTA TO WS-FECHA-A-VALIDAR
                   PERFORM VALIDAR-FECHA-VENTA
                   IF WS-FECHA-VALIDA = "S"
                       PERFORM CLASIFICAR-REGISTRO-VALIDO
                   ELSE
                       PERFORM RECHAZAR-FECHA-INVALIDA
                   END-IF
               PERFORM LEE-SIGUIENTE-REGISTRO
           END-IF.

           CLASIFICAR-REGISTRO-VALIDO.
           MOVE WS-ARCHIVO-VENDEDOR TO WS-VENDEDOR-A-VALIDAR.
           PERFORM VALIDAR-VENDEDOR.
           IF WS-VENDEDOR-VALIDO = "S"
               PERFORM CLASIFICAR-MOVIMIENTO
           ELSE
               PERFORM RECHAZAR-VENDEDOR
           END-IF.

           CLASIFICAR-MOVIMIENTO.
           IF ARCHIVO-ES-DEVOLUCION
               MOVE WS-ARCHIVO-COD-PROD-TIENDA TO WS-DEV-PRODUCTO
               MOVE WS-ARCHIVO-CANT-VENTAS TO WS-DEV-IMPORTE
               MOVE WS-IMP-ARCHIVO-ACTUAL TO WS-DEV-SALDO-DIA
               PERFORM VALIDAR-DEVOLUCION
               IF WS-DEVOLUCION-VALIDA = "S"
                   PERFORM ALMACENAR-REGISTRO-VALIDO
               ELSE
                   PERFORM RECHAZAR-DEVOLUCION
               END-IF
           ELSE
               PERFORM ALMACENAR-REGISTRO-VALIDO
           END-IF.

           ALMACENAR-REGISTRO-VALIDO.
           ADD 1 TO CN-i.
           MOVE WS-SUB-TIENDA TO MARCA-ORIGEN(CN-i).
           MOVE WS-ARCHIVO-VENDEDOR TO MARCA-VENDEDOR(CN-i).
           MOVE WS-TIENDA-ACTUAL TO MARCA-TIENDA(CN-i).
           ADD 1 TO WS-REGS-ARCHIVO-ACTUAL.
           ADD WS-ARCHIVO-CANT-VENTAS TO WS-CANT-VENTAS(CN-i)
           GIVING WS-CANT-VENTAS(CN-i).
           MOVE WS-ARCHIVO-FECHA-VENTA TO WS-FECHA-VENTA(CN-i).
           MOVE WS-ARCHIVO-COD-PROD-TIENDA TO WS-COD-PROD-TIENDA(CN-i).
           IF ARCHIVO-ES-DEVOLUCION
               MOVE "D" TO WS-TIPO-MOV(CN-i)
               SUBTRACT WS-ARCHIVO-CANT-VENTAS FROM WS-IMPORTE-ACUMULADO
               SUBTRACT WS-ARCHIVO-CANT-VENTAS
                   FROM WS-IMP-ARCHIVO-ACTUAL
               ADD WS-ARCHIVO-CANT-VENTAS TO WS-DEV-ARCHIVO-ACTUAL
           ELSE
               MOVE "V" TO WS-TIPO-MOV(CN-i)
               ADD WS-ARCHIVO-CANT-VENTAS TO WS-IMPORTE-ACUMULADO
               ADD WS-ARCHIVO-CANT-VENTAS TO WS-IMP-ARCHIVO-ACTUAL
               MOVE WS-ARCHIVO-COD-PROD-TIENDA TO WS-VD-PRODUCTO
               PERFORM ANOTAR-PRODUCTO-VENDIDO
           END-IF.
           DIVIDE WS-REGS-ARCHIVO-ACTUAL BY WS-INTERVALO-CHECKPOINT
               GIVING WS-CHECKPOINT-COCIENTE
               REMAINDER WS-CHECKPOINT-RESIDUO.
           MOVE "CANTIDAD O FECHA DE VENTA NO NUMERICA"
               TO WS-MOTIVO-RECHAZO.
           MOVE ARCHIVO-REGISTRO TO RZ-DATOS.
           MOVE WS-ARCHIVO-VENDEDOR TO RZ-VENDEDOR.
           MOVE WS-TIENDA-ACTUAL TO RZ-TIENDA.
           PERFORM GRABAR-RECHAZO.

           RECHAZAR-FECHA-INVALIDA.
           MOVE "FECHA INVALIDA O FUERA DE LA VENTANA"
               TO WS-MOTIVO-RECHAZO.
           MOVE ARCHIVO-REGISTRO TO RZ-DATOS.
           MOVE WS-ARCHIVO-VENDEDOR TO RZ-VENDEDOR.
           MOVE WS-TIENDA-ACTUAL TO RZ-TIENDA.
           PERFORM GRABAR-RECHAZO.

           RECHAZAR-VENDEDOR.
           ADD 1 TO WS-RECH-ARCHIVO-ACTUAL.
           MOVE ARCHIVO-REGISTRO TO RZ-DATOS.
           MOVE WS-ARCHIVO-VENDEDOR TO RZ-VENDEDOR.
           MOVE WS-TIENDA-ACTUAL TO RZ-TIENDA.
           PERFORM GRABAR-RECHAZO.

           RECHAZAR-DEVOLUCION.
           ADD 1 TO WS-RECH-ARCHIVO-ACTUAL.
           MOVE ARCHIVO-REGISTRO TO RZ-DATOS.
           MOVE WS-ARCHIVO-VENDEDOR TO RZ-VENDEDOR.
           MOVE WS-TIENDA-ACTUAL TO RZ-TIENDA.
           PERFORM GRABAR-RECHAZO.

           VALIDAR-DEVOLUCION.
           MOVE "S" TO WS-DEVOLUCION-VALIDA.
           IF WS-VENDIDOS-CARGADOS = "N"
               PERFORM CARGAR-PRODUCTOS-VENDIDOS
           END-IF.
           MOVE WS-DEV-PRODUCTO TO WS-VD-PRODUCTO.
           PERFORM BUSCAR-PRODUCTO-VENDIDO.
           IF WS-PRODUCTO-VENDIDO = "N"
               AND WS-DESBORDE-VENDIDOS = "N"
               MOVE "N" TO WS-DEVOLUCION-VALIDA
               MOVE "DEVOLUCION DE UN PRODUCTO SIN VENTAS"
                   TO WS-MOTIVO-RECHAZO
           ELSE
               IF WS-DEV-IMPORTE > WS-DEV-SALDO-DIA
                   MOVE "N" TO WS-DEVOLUCION-VALIDA
                   MOVE "DEVOLUCION DEJA LA TIENDA EN NEGATIVO"
                       TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

           BUSCAR-PRODUCTO-VENDIDO.
           MOVE "N" TO WS-PRODUCTO-VENDIDO.
           PERFORM COMPARAR-PRODUCTO-VENDIDO
               VARYING WS-SUB-VENDIDO FROM 1 BY 1
               UNTIL WS-SUB-VENDIDO > CN-VENDIDOS
               OR WS-PRODUCTO-VENDIDO = "S".

           COMPARAR-PRODUCTO-VENDIDO.
           IF TB-VD-COD(WS-SUB-VENDIDO) = WS-VD-PRODUCTO
               MOVE "S" TO WS-PRODUCTO-VENDIDO
           END-IF.

           ANOTAR-PRODUCTO-VENDIDO.
           IF WS-VENDIDOS-CARGADOS = "S"
               PERFORM BUSCAR-PRODUCTO-VENDIDO
               IF WS-PRODUCTO-VENDIDO = "N"
                   IF CN-VENDIDOS < 2000
                       ADD 1 TO CN-VENDIDOS
                       MOVE WS-VD-PRODUCTO TO TB-VD-COD(CN-VENDIDOS)
                   ELSE
                       MOVE "S" TO WS-DESBORDE-VENDIDOS
                   END-IF
               END-IF
           END-IF.

           CARGAR-PRODUCTOS-VENDIDOS.
           MOVE "S" TO WS-VENDIDOS-CARGADOS.
           MOVE ZEROES TO CN-VENDIDOS.
           PERFORM OBTENER-RUTA-HISTORICO.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF HISTORICO-PRESENTE
               MOVE "1" TO WS-FIN-HISTORICO
               MOVE LOW-VALUES TO HV-CLAVE
               START HISTORICO-ARCHIVO KEY IS NOT < HV-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-HISTORICO
               END-START
               PERFORM ANOTAR-VENDIDO-HISTORICO
                   UNTIL WS-FIN-HISTORICO = "0"
           END-IF.
           CLOSE HISTORICO-ARCHIVO.
           PERFORM ANOTAR-VENDIDO-CORRIDA
               VARYING WS-SUB-DUP FROM 1 BY 1
               UNTIL WS-SUB-DUP > CN-i.
           IF WS-DESBORDE-VENDIDOS = "S"
               DISPLAY "*** ADVERTENCIA: DEMASIADOS PRODUCTOS CON "
                   "VENTAS - LAS DEVOLUCIONES SOLO SE CONTROLAN "
                   "CONTRA EL SALDO DEL DIA ***"
           END-IF.

           ANOTAR-VENDIDO-HISTORICO.
           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-HISTORICO
               NOT AT END
                   IF NOT HV-ES-DEVOLUCION
                       MOVE HV-COD-PROD-TIENDA TO WS-VD-PRODUCTO
                       PERFORM ANOTAR-PRODUCTO-VENDIDO
                   END-IF
           END-READ.

           ANOTAR-VENDIDO-CORRIDA.
           IF NOT WS-ES-DEVOLUCION(WS-SUB-DUP)
               MOVE WS-COD-PROD-TIENDA(WS-SUB-DUP) TO WS-VD-PRODUCTO
               PERFORM ANOTAR-PRODUCTO-VENDIDO
           END-IF.

           GRABAR-RECHAZO.
           MOVE "P" TO RZ-ESTADO.
           MOVE WS-MOTIVO-RECHAZO TO RZ-MOTIVO.
               UNTIL WS-FIN-REPROCESO = "0"
               OR CN-RESTO = 2000.
           CLOSE REPROCESO-ARCHIVO.
           IF WS-FIN-REPROCESO NOT = "0"
               DISPLAY "*** ADVERTENCIA: EL REPROCESO EXCEDE LA "
                   "CAPACIDAD - EL ARCHIVO SE CONSERVA ENTERO Y LOS "
                   "YA LEVANTADOS SE REPETIRAN ***"
           END-IF.

           ASENTAR-REPROCESO-TOMADO.
           IF WS-FIN-REPROCESO = "0"
               OPEN EXTEND REPROCESO-TOMADO-ARCHIVO
               PERFORM GRABAR-REPROCESO-TOMADO
                   VARYING WS-SUB-RESTO FROM 1 BY 1
                   UNTIL WS-SUB-RESTO > CN-i
               CLOSE REPROCESO-TOMADO-ARCHIVO
               OPEN OUTPUT REPROCESO-ARCHIVO
                   VARYING WS-SUB-RESTO FROM 1 BY 1
                   UNTIL WS-SUB-RESTO > CN-RESTO
               CLOSE REPROCESO-ARCHIVO
           END-IF.

           APARTAR-RESTO-REPROCESO.
           WRITE REPROCESO-REGISTRO.

           GRABAR-REPROCESO-TOMADO.
           IF MARCA-ORIGEN(WS-SUB-RESTO) = 0
               MOVE WS-CANT-VENTAS(WS-SUB-RESTO) TO RT-CANT-VENTAS
               MOVE WS-FECHA-VENTA(WS-SUB-RESTO) TO RT-FECHA-VENTA
               MOVE WS-COD-PROD-TIENDA(WS-SUB-RESTO)
                   TO RT-COD-PROD-TIENDA
               MOVE SPACES TO TOMADO-REGISTRO(23:17)
               MOVE WS-TIPO-MOV(WS-SUB-RESTO) TO RT-TIPO-MOV
               MOVE MARCA-VENDEDOR(WS-SUB-RESTO) TO RT-VENDEDOR
               MOVE MARCA-TIENDA(WS-SUB-RESTO) TO RT-TIENDA
               WRITE TOMADO-REGISTRO
           END-IF.

           LEER-REPROCESO.
           READ REPROCESO-ARCHIVO NEXT RECORD

           CARGAR-UN-REPROCESO.
           MOVE "N" TO WS-FECHA-VALIDA.
           MOVE "S" TO WS-DEVOLUCION-VALIDA.
           MOVE "REPROCESO CON CANTIDAD O FECHA INVALIDA"
               TO WS-MOTIVO-RECHAZO.
           IF RP-CANT-VENTAS IS NUMERIC
               AND RP-FECHA-VENTA IS NUMERIC
               MOVE RP-FECHA-VENTA TO WS-FECHA-A-VALIDAR
               MOVE "S" TO WS-VALIDAR-VENTANA
           END-IF.
           IF WS-FECHA-VALIDA = "S"
               MOVE RP-VENDEDOR TO WS-VENDEDOR-A-VALIDAR
               PERFORM VALIDAR-VENDEDOR
               IF WS-VENDEDOR-VALIDO = "N"
                   MOVE "N" TO WS-FECHA-VALIDA
               END-IF
           END-IF.
           IF WS-FECHA-VALIDA = "S" AND RP-ES-DEVOLUCION
               MOVE RP-COD-PROD-TIENDA TO WS-DEV-PRODUCTO
               MOVE RP-CANT-VENTAS TO WS-DEV-IMPORTE
               MOVE WS-IMPORTE-ACUMULADO TO WS-DEV-SALDO-DIA
               PERFORM VALIDAR-DEVOLUCION
           END-IF.
           IF WS-FECHA-VALIDA = "S" AND WS-DEVOLUCION-VALIDA = "S"
               ADD 1 TO CN-i
               MOVE ZEROES TO MARCA-ORIGEN(CN-i)
               MOVE RP-VENDEDOR TO MARCA-VENDEDOR(CN-i)
               MOVE RP-TIENDA TO MARCA-TIENDA(CN-i)
               MOVE RP-CANT-VENTAS TO WS-CANT-VENTAS(CN-i)
               MOVE RP-FECHA-VENTA TO WS-FECHA-VENTA(CN-i)
               MOVE RP-COD-PROD-TIENDA TO WS-COD-PROD-TIENDA(CN-i)
               IF RP-ES-DEVOLUCION
                   MOVE "D" TO WS-TIPO-MOV(CN-i)
                   SUBTRACT RP-CANT-VENTAS FROM WS-IMPORTE-ACUMULADO
                   ADD RP-CANT-VENTAS TO WS-DEVOLUCIONES-TOTAL
               ELSE
                   MOVE "V" TO WS-TIPO-MOV(CN-i)
                   ADD RP-CANT-VENTAS TO WS-IMPORTE-ACUMULADO
                   MOVE RP-COD-PROD-TIENDA TO WS-VD-PRODUCTO
                   PERFORM ANOTAR-PRODUCTO-VENDIDO
               END-IF
           ELSE
               MOVE REPROCESO-REGISTRO TO RZ-DATOS
               MOVE RP-VENDEDOR TO RZ-VENDEDOR
               MOVE RP-TIENDA TO RZ-TIENDA
               PERFORM GRABAR-RECHAZO
           END-IF.
           PERFORM LEER-REPROCESO.
               MOVE CK-RECHAZADOS-PROCESADOS TO TB-CK-RECHAZOS(CN-CK)
               MOVE CK-COMPLETO TO TB-CK-COMPLETO(CN-CK)
               MOVE CK-IMPORTE TO TB-CK-IMPORTE(CN-CK)
               IF CK-DEVOLUCIONES IS NUMERIC
                   MOVE CK-DEVOLUCIONES TO TB-CK-DEVOLUCIONES(CN-CK)
               ELSE
                   MOVE ZEROES TO TB-CK-DEVOLUCIONES(CN-CK)
               END-IF
           END-IF.
           PERFORM LEER-LINEA-CHECKPOINT.

           MOVE ZEROES TO WS-CK-REGS-PREVIOS.
           MOVE ZEROES TO WS-CK-RECH-PREVIOS.
           MOVE ZEROES TO WS-CK-IMP-PREVIOS.
           MOVE ZEROES TO WS-CK-DEV-PREVIOS.
           PERFORM COMPARAR-CHECKPOINT
               VARYING WS-SUB-CK FROM 1 BY 1
               UNTIL WS-SUB-CK > CN-CK
               MOVE TB-CK-REGS(WS-SUB-CK) TO WS-CK-REGS-PREVIOS
               MOVE TB-CK-RECHAZOS(WS-SUB-CK) TO WS-CK-RECH-PREVIOS
               MOVE TB-CK-IMPORTE(WS-SUB-CK) TO WS-CK-IMP-PREVIOS
               MOVE TB-CK-DEVOLUCIONES(WS-SUB-CK) TO WS-CK-DEV-PREVIOS
               IF TB-CK-COMPLETO(WS-SUB-CK) = "S"
                   MOVE "S" TO WS-CK-YA-COMPLETO
               END-IF
               MOVE ZEROES TO TB-CK-REGS(WS-SUB-CK)
               MOVE ZEROES TO TB-CK-RECHAZOS(WS-SUB-CK)
               MOVE ZEROES TO TB-CK-IMPORTE(WS-SUB-CK)
               MOVE ZEROES TO TB-CK-DEVOLUCIONES(WS-SUB-CK)
               MOVE "N" TO TB-CK-COMPLETO(WS-SUB-CK)
           ELSE
               ADD WS-REGS-ARCHIVO-ACTUAL WS-CK-REGS-PREVIOS
                   GIVING TB-CK-REGS(WS-SUB-CK)
               MOVE WS-RECH-ARCHIVO-ACTUAL
                   TO TB-CK-RECHAZOS(WS-SUB-CK)
               MOVE WS-IMP-ARCHIVO-ACTUAL TO TB-CK-IMPORTE(WS-SUB-CK)
               ADD WS-DEV-ARCHIVO-ACTUAL WS-CK-DEV-PREVIOS
                   GIVING TB-CK-DEVOLUCIONES(WS-SUB-CK)
               MOVE WS-ARCHIVO-COMPLETO TO TB-CK-COMPLETO(WS-SUB-CK)
           END-IF.

           MOVE TB-CK-RECHAZOS(WS-SUB-CK) TO CK-RECHAZADOS-PROCESADOS.
           MOVE TB-CK-COMPLETO(WS-SUB-CK) TO CK-COMPLETO.
           MOVE TB-CK-IMPORTE(WS-SUB-CK) TO CK-IMPORTE.
           MOVE TB-CK-DEVOLUCIONES(WS-SUB-CK) TO CK-DEVOLUCIONES.
           MOVE WS-FECHA-NEGOCIO TO CK-FECHA-NEGOCIO.
           WRITE CHECKPOINT-REGISTRO.

               OR WS-SUB-DUP NOT < WS-PRIMER-REPROCESO.
           PERFORM MARCAR-CONTRA-HISTORICO.
           PERFORM RETIRAR-DUPLICADOS.
           PERFORM RETIRAR-DEVOLUCIONES-SIN-SALDO.

           MARCAR-REPETIDOS-CORRIDA.
           MOVE "N" TO WS-ES-DUPLICADO.
                   = WS-COD-PROD-TIENDA(WS-SUB-DUP)
               AND WS-CANT-VENTAS(WS-SUB-DUP-PREVIO)
                   = WS-CANT-VENTAS(WS-SUB-DUP)
               AND WS-TIPO-MOV(WS-SUB-DUP-PREVIO)
                   = WS-TIPO-MOV(WS-SUB-DUP)
               MOVE "S" TO WS-ES-DUPLICADO
           END-IF.

                       TO TABLA-REGISTROS(WS-SUB-COMPACTO)
                   MOVE MARCA-ORIGEN(WS-SUB-DUP)
                       TO MARCA-ORIGEN(WS-SUB-COMPACTO)
                   MOVE MARCA-VENDEDOR(WS-SUB-DUP)
                       TO MARCA-VENDEDOR(WS-SUB-COMPACTO)
                   MOVE MARCA-TIENDA(WS-SUB-DUP)
                       TO MARCA-TIENDA(WS-SUB-COMPACTO)
               END-IF
           ELSE
               ADD 1 TO CN-DUPLICADOS
               ELSE
                   MOVE WS-FECHA-SISTEMA TO DU-FECHA-ALTA
               END-IF
               MOVE WS-TIPO-MOV(WS-SUB-DUP) TO DU-TIPO-MOV
               MOVE MARCA-VENDEDOR(WS-SUB-DUP) TO DU-VENDEDOR
               MOVE MARCA-TIENDA(WS-SUB-DUP) TO DU-TIENDA
               WRITE DUPLICADO-REGISTRO
               IF WS-ES-DEVOLUCION(WS-SUB-DUP)
                   PERFORM REPONER-DEVOLUCION-RETIRADA
               ELSE
                   SUBTRACT WS-CANT-VENTAS(WS-SUB-DUP)
                       FROM WS-IMPORTE-ACUMULADO
                   IF MARCA-ORIGEN(WS-SUB-DUP) > 0
                       SUBTRACT WS-CANT-VENTAS(WS-SUB-DUP)
                           FROM TB-TI-IMPORTE(MARCA-ORIGEN(WS-SUB-DUP))
                   END-IF
               END-IF
           END-IF.

           REPONER-DEVOLUCION-RETIRADA.
           ADD WS-CANT-VENTAS(WS-SUB-DUP) TO WS-IMPORTE-ACUMULADO.
           SUBTRACT WS-CANT-VENTAS(WS-SUB-DUP)
               FROM WS-DEVOLUCIONES-TOTAL.
           IF MARCA-ORIGEN(WS-SUB-DUP) > 0
               ADD WS-CANT-VENTAS(WS-SUB-DUP)
                   TO TB-TI-IMPORTE(MARCA-ORIGEN(WS-SUB-DUP))
               SUBTRACT WS-CANT-VENTAS(WS-SUB-DUP)
                   FROM TB-TI-DEVOLUCIONES(MARCA-ORIGEN(WS-SUB-DUP))
           END-IF.

           RETIRAR-DEVOLUCIONES-SIN-SALDO.
           MOVE ZEROES TO CN-DEV-SIN-SALDO.
           PERFORM LIMPIAR-MARCA-DUPLICADO
               VARYING WS-SUB-DUP FROM 1 BY 1
               UNTIL WS-SUB-DUP > CN-i.
           MOVE "DEVOLUCION DEJA LA TIENDA EN NEGATIVO"
               TO WS-MOTIVO-RECHAZO.
           OPEN EXTEND RECHAZADOS-ARCHIVO.
           PERFORM REVISAR-SALDO-TIENDA
               VARYING WS-SUB-DUP FROM CN-i BY -1
               UNTIL WS-SUB-DUP < 1.
           PERFORM REVISAR-SALDO-REPROCESO
               VARYING WS-SUB-DUP FROM CN-i BY -1
               UNTIL WS-SUB-DUP < 1.
           CLOSE RECHAZADOS-ARCHIVO.
           IF CN-DEV-SIN-SALDO > 0
               MOVE ZEROES TO WS-SUB-COMPACTO
               PERFORM COMPACTAR-UN-REGISTRO
                   VARYING WS-SUB-DUP FROM 1 BY 1
                   UNTIL WS-SUB-DUP > CN-i
               MOVE WS-SUB-COMPACTO TO CN-i
               DISPLAY "*** DEVOLUCIONES RECHAZADAS POR QUEDAR SIN "
                   "SALDO AL RETIRAR DUPLICADOS: " CN-DEV-SIN-SALDO
                   " ***"
           END-IF.

           LIMPIAR-MARCA-DUPLICADO.
           MOVE SPACE TO MARCA-DUPLICADO(WS-SUB-DUP).

           REVISAR-SALDO-TIENDA.
           IF WS-ES-DEVOLUCION(WS-SUB-DUP)
               AND MARCA-DUPLICADO(WS-SUB-DUP) = SPACE
               AND MARCA-ORIGEN(WS-SUB-DUP) > 0
               IF TB-TI-IMPORTE(MARCA-ORIGEN(WS-SUB-DUP)) < 0
                   PERFORM RECHAZAR-DEVOLUCION-SIN-SALDO
               END-IF
           END-IF.

           REVISAR-SALDO-REPROCESO.
           IF WS-ES-DEVOLUCION(WS-SUB-DUP)
               AND MARCA-DUPLICADO(WS-SUB-DUP) = SPACE
               AND MARCA-ORIGEN(WS-SUB-DUP) = 0
               AND WS-IMPORTE-ACUMULADO < 0
               PERFORM RECHAZAR-DEVOLUCION-SIN-SALDO
           END-IF.

           RECHAZAR-DEVOLUCION-SIN-SALDO.
           MOVE "R" TO MARCA-DUPLICADO(WS-SUB-DUP).
           ADD 1 TO CN-DEV-SIN-SALDO.
           MOVE WS-CANT-VENTAS(WS-SUB-DUP) TO DR-CANT-VENTAS.
           MOVE WS-FECHA-VENTA(WS-SUB-DUP) TO DR-FECHA-VENTA.
           MOVE WS-COD-PROD-TIENDA(WS-SUB-DUP) TO DR-COD-PROD-TIENDA.
           MOVE WS-TIPO-MOV(WS-SUB-DUP) TO DR-TIPO-MOV.
           MOVE MARCA-VENDEDOR(WS-SUB-DUP) TO DR-VENDEDOR.
           MOVE DATOS-DEVOLUCION-RECHAZADA TO RZ-DATOS.
           MOVE MARCA-VENDEDOR(WS-SUB-DUP) TO RZ-VENDEDOR.
           MOVE MARCA-TIENDA(WS-SUB-DUP) TO RZ-TIENDA.
           PERFORM GRABAR-RECHAZO.
           ADD WS-CANT-VENTAS(WS-SUB-DUP) TO WS-IMPORTE-ACUMULADO.
           SUBTRACT WS-CANT-VENTAS(WS-SUB-DUP)
               FROM WS-DEVOLUCIONES-TOTAL.
           ADD 1 TO WS-RECHAZADOS-TOTAL.
           IF MARCA-ORIGEN(WS-SUB-DUP) > 0
               ADD WS-CANT-VENTAS(WS-SUB-DUP)
                   TO TB-TI-IMPORTE(MARCA-ORIGEN(WS-SUB-DUP))
               SUBTRACT WS-CANT-VENTAS(WS-SUB-DUP)
                   FROM TB-TI-DEVOLUCIONES(MARCA-ORIGEN(WS-SUB-DUP))
               SUBTRACT 1 FROM TB-TI-REGS(MARCA-ORIGEN(WS-SUB-DUP))
               ADD 1 TO TB-TI-RECHAZOS(MARCA-ORIGEN(WS-SUB-DUP))
           END-IF.

           COMPACTAR-UN-REGISTRO.
           IF MARCA-DUPLICADO(WS-SUB-DUP) = SPACE
               ADD 1 TO WS-SUB-COMPACTO
               IF WS-SUB-COMPACTO NOT = WS-SUB-DUP
                   MOVE TABLA-REGISTROS(WS-SUB-DUP)
                       TO TABLA-REGISTROS(WS-SUB-COMPACTO)
                   MOVE MARCA-ORIGEN(WS-SUB-DUP)
                       TO MARCA-ORIGEN(WS-SUB-COMPACTO)
                   MOVE MARCA-VENDEDOR(WS-SUB-DUP)
                       TO MARCA-VENDEDOR(WS-SUB-COMPACTO)
                   MOVE MARCA-TIENDA(WS-SUB-DUP)
                       TO MARCA-TIENDA(WS-SUB-COMPACTO)
               END-IF
           END-IF.

           MARCAR-CONTRA-HISTORICO.
           PERFORM OBTENER-RUTA-HISTORICO.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF HISTORICO-PRESENTE
               PERFORM BUSCAR-EN-HISTORICO
                   VARYING WS-SUB-DUP FROM 1 BY 1
                   UNTIL WS-SUB-DUP > CN-i
                   OR WS-SUB-DUP NOT < WS-PRIMER-REPROCESO
           END-IF.
           CLOSE HISTORICO-ARCHIVO.

           OBTENER-RUTA-HISTORICO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "VENTAS-HISTORICO-PATH"
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORICO-PATH
           END-IF.

           BUSCAR-EN-HISTORICO.
           IF MARCA-DUPLICADO(WS-SUB-DUP) = SPACE
                   IF HV-FECHA NOT = WS-FECHA-VENTA(WS-SUB-DUP)
                       MOVE "0" TO WS-FIN-HISTORICO
                   ELSE
                       MOVE "V" TO WS-TIPO-HISTORICO
                       IF HV-ES-DEVOLUCION
                           MOVE "D" TO WS-TIPO-HISTORICO
                       END-IF
                       IF HV-COD-PROD-TIENDA
                           = WS-COD-PROD-TIENDA(WS-SUB-DUP)
                           AND HV-IMPORTE = WS-CANT-VENTAS(WS-SUB-DUP)
                           AND WS-TIPO-HISTORICO
                               = WS-TIPO-MOV(WS-SUB-DUP)
                           MOVE "H" TO MARCA-DUPLICADO(WS-SUB-DUP)
                           MOVE "0" TO WS-FIN-HISTORICO
                       END-IF
           MOVE TB-TI-REGS(WS-SUB-TIENDA) TO VT-REGS.
           MOVE TB-TI-IMPORTE(WS-SUB-TIENDA) TO VT-IMPORTE.
           MOVE TB-TI-RECHAZOS(WS-SUB-TIENDA) TO VT-RECHAZOS.
           MOVE TB-TI-DEVOLUCIONES(WS-SUB-TIENDA) TO VT-DEVOLUCIONES.
           WRITE RESUMEN-TIENDA-REGISTRO.
           IF TB-TI-DEVOLUCIONES(WS-SUB-TIENDA) > 0
               MOVE TB-TI-DEVOLUCIONES(WS-SUB-TIENDA)
                   TO PT-DEVOLUCIONES
               DISPLAY PRESENTACION-DEVOLUCIONES
           END-IF.
           IF TB-TI-NOMBRE(WS-SUB-TIENDA) NOT = SPACES
               MOVE TB-TI-NOMBRE(WS-SUB-TIENDA) TO PT-NOMBRE
               MOVE TB-TI-REGION(WS-SUB-TIENDA) TO PT-REGION
