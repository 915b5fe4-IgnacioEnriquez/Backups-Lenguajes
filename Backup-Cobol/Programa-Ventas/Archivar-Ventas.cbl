      *          reprocesos ya consumidos por PROGRAMA-PRINCIPAL
      *          (ventas-reproceso-tomado.dat) y los depura. Lo llama
      *          PROCESO-CIERRE-DIARIO solo cuando PROGRAMA-PRINCIPAL
      *          termino con corrida limpia. Las devoluciones pasan
      *          al historico con HV-TIPO-MOV en D; las que
      *          PROGRAMA-PRINCIPAL rechazo (pendientes en
      *          ventas-rechazados.dat) no se archivan, para que el
      *          historico no descuente una nota de credito que no
      *          se acepto. Cada venta archivada desde la ruta de
      *          una tienda del manifiesto descuenta del stock de esa
      *          tienda (stock-tiendas.dat) las unidades estimadas
      *          como importe / PM-PRECIO-UNIT, y cada devolucion las
      *          repone; los reprocesos traen la tienda de origen
      *          del rechazo o del duplicado liberado y mueven el
      *          stock de esa tienda igual que las ventas de la
      *          ruta. El legajo del vendedor pasa al historico
      *          en HV-VENDEDOR; las ventas que PROGRAMA-PRINCIPAL
      *          rechazo por vendedor inexistente o de baja tampoco
      *          se archivan, porque vuelven corregidas por el
      *          reproceso. Cada movimiento guarda en HV-TIENDA la
      *          tienda del manifiesto de la ruta barrida o la que
      *          trae el reproceso (en blanco para la ruta unica sin
      *          manifiesto) y arma las claves alternativas tienda +
      *          fecha y producto + fecha del historico. En la
      *          simulacion del cierre (CIERRE-SIMULACION=S) barre
      *          las copias de trabajo simulacion-* que le apunta el
      *          cierre (manifiesto, ventas, historico y stock) y
      *          lleva el contador, los rechazos y los reprocesos
      *          tomados en sus propias copias simulacion-*.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT OPTIONAL MANIFIESTO-ARCHIVO
           FILE STATUS IS WS-MANIFIESTO-STATUS.

           SELECT OPTIONAL REPROCESO-ARCHIVO
           ASSIGN TO WS-REPROCESO-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECHAZADOS-ARCHIVO
           ASSIGN TO WS-RECHAZADOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTADOR-ARCHIVO
           ASSIGN TO WS-CONTADOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTADOR-STATUS.

           SELECT OPTIONAL STOCK-ARCHIVO
           ASSIGN TO WS-STOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-CLAVE
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT OPTIONAL PRODUCTOS-ARCHIVO
           ASSIGN TO WS-PRODUCTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           FILE STATUS IS WS-PRODUCTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VENTAS-ARCHIVO.
           05 WS-ARCHIVO-CANT-VENTAS      PIC 9(04)V99.
           05 WS-ARCHIVO-FECHA-VENTA      PIC 9(08).
           05 WS-ARCHIVO-COD-PROD-TIENDA  PIC X(08).
           05 WS-ARCHIVO-TIPO-MOV         PIC X(01).
               88 ARCHIVO-ES-DEVOLUCION   VALUE "D".
           05 WS-ARCHIVO-VENDEDOR         PIC X(11).

       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD MANIFIESTO-ARCHIVO.
       01 MANIFIESTO-REGISTRO.
           05 RP-CANT-VENTAS     PIC 9(04)V99.
           05 RP-FECHA-VENTA     PIC 9(08).
           05 RP-COD-PROD-TIENDA PIC X(08).
           05 RP-TIPO-MOV        PIC X(01).
               88 RP-ES-DEVOLUCION VALUE "D".
           05 RP-VENDEDOR        PIC X(11).
           05 RP-TIENDA          PIC X(05).

       FD RECHAZADOS-ARCHIVO.
       01 RECHAZO-REGISTRO.
           05 RZ-ESTADO          PIC X(01).
           05 RZ-MOTIVO          PIC X(40).
           05 RZ-DATOS           PIC X(26).
           05 RZ-FECHA-ALTA      PIC 9(08).
           05 RZ-VENDEDOR        PIC X(11).
           05 RZ-TIENDA          PIC X(05).

       FD CONTADOR-ARCHIVO.
       01 CONTADOR-REGISTRO      PIC 9(08).

       FD STOCK-ARCHIVO.
           COPY STOCK.CPY.

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-VENTAS-PATH       PIC X(60) VALUE
           "D:/Backup-Cobol/Programa-Ventas/ventas.dat".
       01 TABLA-RUTAS-BARRIDO.
           05 CN-RUTAS PIC 9(02) VALUE ZEROES.
           05 RUTA-BARRIDO-ENTRADA OCCURS 20 TIMES.
               10 TB-RB-RUTA   PIC X(60).
               10 TB-RB-TIENDA PIC X(05).

       01  WS-SUB-RUTA          PIC 9(02) VALUE ZEROES.
       01  WS-HISTORICO-PATH    PIC X(60) VALUE
           "ventas-historico.dat".
       01  WS-HISTORICO-STATUS  PIC X(02) VALUE "00".
           88 HISTORICO-ABIERTO-OK VALUES "00" "05".
       01  WS-CONTADOR-PATH     PIC X(60) VALUE
           "historico-contador.dat".
       01  WS-CONTADOR-STATUS   PIC X(02) VALUE "00".
           88 CONTADOR-ABIERTO-OK VALUES "00" "05".
       01  WS-REPROCESO-PATH    PIC X(60) VALUE
           "ventas-reproceso-tomado.dat".
       01  WS-RECHAZADOS-PATH   PIC X(60) VALUE
           "ventas-rechazados.dat".
       01  WS-SIMULACION        PIC X VALUE "N".

       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-TRAILER-MARCA     PIC X(08) VALUE "TRAILER ".
       01  WS-FIN-REPROCESO     PIC X VALUE "1".
       01  WS-ULTIMA-SECUENCIA  PIC 9(08) VALUE ZEROES.
       01  WS-CONTADOR-BARRIDOS PIC 9(04) VALUE ZEROES.
       01  WS-FIN-RECHAZOS      PIC X VALUE "1".

       01 TABLA-DEV-RECHAZADAS.
           05 CN-DEV-RECHAZADAS PIC 9(04) VALUE ZEROES.
           05 DEV-RECHAZADA-ENTRADA OCCURS 500 TIMES.
               10 TB-DR-DATOS    PIC X(26).
               10 TB-DR-VENDEDOR PIC X(11).
               10 TB-DR-USADA    PIC X(01).

       01  WS-SUB-DEV-RECH      PIC 9(04) VALUE ZEROES.
       01  WS-DEV-RECHAZADA     PIC X VALUE "N".
       01  WS-DEV-OMITIDAS      PIC 9(04) VALUE ZEROES.

       01  WS-STOCK-PATH        PIC X(60) VALUE "stock-tiendas.dat".
       01  WS-STOCK-STATUS      PIC X(02) VALUE "00".
           88 STOCK-ABIERTO-OK VALUES "00" "05".
       01  WS-PRODUCTOS-PATH    PIC X(60) VALUE "productos.dat".
       01  WS-PRODUCTOS-STATUS  PIC X(02) VALUE "00".
           88 PRODUCTOS-PRESENTE VALUE "00".
       01  WS-STOCK-DISPONIBLE  PIC X VALUE "N".
       01  WS-TIENDA-BARRIDO    PIC X(05) VALUE SPACES.
       01  WS-UNIDADES-VENTA    PIC 9(07) VALUE ZEROES.
       01  CN-STOCK-MOVIDOS     PIC 9(04) VALUE ZEROES.
       01  CN-STOCK-SIN-PRECIO  PIC 9(04) VALUE ZEROES.

       LINKAGE SECTION.
       01  LK-REGISTROS-ARCHIVADOS PIC 9(04).
           PERFORM 1000-OBTENER-RUTAS.
           PERFORM 1500-ARMAR-LISTA-RUTAS.
           PERFORM 2000-LEER-CONTADOR.
           PERFORM 2200-CARGAR-DEV-RECHAZADAS.
           PERFORM 6000-ABRIR-STOCK.
           PERFORM 2500-BARRER-UNA-RUTA
               VARYING WS-SUB-RUTA FROM 1 BY 1
               UNTIL WS-SUB-RUTA > CN-RUTAS.
           PERFORM 3500-BARRER-REPROCESO.
           PERFORM 6900-CERRAR-STOCK.
           PERFORM 4000-ESCRIBIR-CONTADOR.
           MOVE WS-CONTADOR-BARRIDOS TO LK-REGISTROS-ARCHIVADOS.
           GOBACK.
           IF CN-RUTAS = 0
               MOVE 1 TO CN-RUTAS
               MOVE WS-VENTAS-PATH TO TB-RB-RUTA(1)
               MOVE SPACES TO TB-RB-TIENDA(1)
           END-IF.

           1510-LEER-MANIFIESTO.
           IF MF-RUTA NOT = SPACES
               ADD 1 TO CN-RUTAS
               MOVE MF-RUTA TO TB-RB-RUTA(CN-RUTAS)
               MOVE MF-TIENDA TO TB-RB-TIENDA(CN-RUTAS)
           END-IF.
           PERFORM 1510-LEER-MANIFIESTO.

           2500-BARRER-UNA-RUTA.
           MOVE TB-RB-RUTA(WS-SUB-RUTA) TO WS-RUTA-BARRIDO.
           MOVE TB-RB-TIENDA(WS-SUB-RUTA) TO WS-TIENDA-BARRIDO.
           MOVE "1" TO WS-FIN-DEL-ARCHIVO.
           PERFORM 3000-BARRER-VENTAS.
           PERFORM 5000-REINICIAR-VENTAS.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORICO-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "STOCK-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-STOCK-PATH
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
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-historico-contador.dat"
                   TO WS-CONTADOR-PATH
               MOVE "simulacion-ventas-reproceso-tomado.dat"
                   TO WS-REPROCESO-PATH
               MOVE "simulacion-ventas-rechazados.dat"
                   TO WS-RECHAZADOS-PATH
           END-IF.

           2000-LEER-CONTADOR.
           MOVE ZEROES TO WS-ULTIMA-SECUENCIA.
           END-IF.
           CLOSE CONTADOR-ARCHIVO.

           2200-CARGAR-DEV-RECHAZADAS.
           MOVE ZEROES TO CN-DEV-RECHAZADAS.
           OPEN INPUT RECHAZADOS-ARCHIVO.
           PERFORM 2210-LEER-RECHAZO.
           PERFORM 2220-GUARDAR-DEV-RECHAZADA
               UNTIL WS-FIN-RECHAZOS = "0"
               OR CN-DEV-RECHAZADAS = 500.
           CLOSE RECHAZADOS-ARCHIVO.

           2210-LEER-RECHAZO.
           READ RECHAZADOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-RECHAZOS
           END-READ.

           2220-GUARDAR-DEV-RECHAZADA.
           IF RZ-ESTADO = "P"
               AND (RZ-DATOS(23:1) = "D"
               OR RZ-MOTIVO(1:9) = "VENDEDOR ")
               ADD 1 TO CN-DEV-RECHAZADAS
               MOVE RZ-DATOS TO TB-DR-DATOS(CN-DEV-RECHAZADAS)
               MOVE RZ-VENDEDOR TO TB-DR-VENDEDOR(CN-DEV-RECHAZADAS)
               MOVE "N" TO TB-DR-USADA(CN-DEV-RECHAZADAS)
           END-IF.
           PERFORM 2210-LEER-RECHAZO.

           2300-BUSCAR-DEV-RECHAZADA.
           MOVE "N" TO WS-DEV-RECHAZADA.
           PERFORM 2310-COMPARAR-DEV-RECHAZADA
               VARYING WS-SUB-DEV-RECH FROM 1 BY 1
               UNTIL WS-SUB-DEV-RECH > CN-DEV-RECHAZADAS
               OR WS-DEV-RECHAZADA = "S".

           2310-COMPARAR-DEV-RECHAZADA.
           IF TB-DR-USADA(WS-SUB-DEV-RECH) = "N"
               AND TB-DR-DATOS(WS-SUB-DEV-RECH)(1:23)
                   = ARCHIVO-REGISTRO(1:23)
               AND TB-DR-VENDEDOR(WS-SUB-DEV-RECH)
                   = WS-ARCHIVO-VENDEDOR
               MOVE "S" TO WS-DEV-RECHAZADA
               MOVE "S" TO TB-DR-USADA(WS-SUB-DEV-RECH)
               ADD 1 TO WS-DEV-OMITIDAS
           END-IF.

           3000-BARRER-VENTAS.
           OPEN INPUT VENTAS-ARCHIVO.
           OPEN I-O HISTORICO-ARCHIVO.
               MOVE WS-ULTIMA-SECUENCIA TO HV-SECUENCIA
               MOVE RP-CANT-VENTAS TO HV-IMPORTE
               MOVE RP-COD-PROD-TIENDA TO HV-COD-PROD-TIENDA
               MOVE "V" TO HV-TIPO-MOV
               IF RP-ES-DEVOLUCION
                   MOVE "D" TO HV-TIPO-MOV
               END-IF
               MOVE RP-VENDEDOR TO HV-VENDEDOR
               MOVE RP-TIENDA TO HV-TIENDA
               MOVE RP-TIENDA TO WS-TIENDA-BARRIDO
               PERFORM 3300-ARMAR-CLAVES-ALTERNAS
               WRITE HISTORICO-REGISTRO
                   INVALID KEY
                       DISPLAY "CLAVE DUPLICADA EN HISTORICO: "
                           HV-CLAVE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-BARRIDOS
                       PERFORM 6100-DESCONTAR-STOCK
               END-WRITE
           END-IF.
           PERFORM 3510-LEER-REPROCESO.
           END-READ.

           3200-ARCHIVAR-REGISTRO.
           MOVE "N" TO WS-DEV-RECHAZADA.
           IF ARCHIVO-ES-DEVOLUCION
               OR WS-ARCHIVO-VENDEDOR NOT = SPACES
               PERFORM 2300-BUSCAR-DEV-RECHAZADA
           END-IF.
           IF WS-ARCHIVO-COD-PROD-TIENDA NOT = WS-TRAILER-MARCA
               AND WS-ARCHIVO-CANT-VENTAS IS NUMERIC
               AND WS-ARCHIVO-FECHA-VENTA IS NUMERIC
               AND WS-DEV-RECHAZADA = "N"
               ADD 1 TO WS-ULTIMA-SECUENCIA
               MOVE WS-ARCHIVO-FECHA-VENTA TO HV-FECHA
               MOVE WS-ULTIMA-SECUENCIA TO HV-SECUENCIA
               MOVE WS-ARCHIVO-CANT-VENTAS TO HV-IMPORTE
               MOVE WS-ARCHIVO-COD-PROD-TIENDA TO HV-COD-PROD-TIENDA
               MOVE "V" TO HV-TIPO-MOV
               IF ARCHIVO-ES-DEVOLUCION
                   MOVE "D" TO HV-TIPO-MOV
               END-IF
               MOVE WS-ARCHIVO-VENDEDOR TO HV-VENDEDOR
               MOVE WS-TIENDA-BARRIDO TO HV-TIENDA
               PERFORM 3300-ARMAR-CLAVES-ALTERNAS
               WRITE HISTORICO-REGISTRO
                   INVALID KEY
                       DISPLAY "CLAVE DUPLICADA EN HISTORICO: "
                           HV-CLAVE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-BARRIDOS
                       PERFORM 6100-DESCONTAR-STOCK
               END-WRITE
           END-IF.
           PERFORM 3100-LEER-VENTA.

           3300-ARMAR-CLAVES-ALTERNAS.
           MOVE HV-FECHA TO HV-FECHA-TIENDA.
           MOVE HV-COD-PROD-TIENDA TO HV-PRODUCTO-ALT.
           MOVE HV-FECHA TO HV-FECHA-PRODUCTO.

           4000-ESCRIBIR-CONTADOR.
           OPEN OUTPUT CONTADOR-ARCHIVO.
           MOVE WS-ULTIMA-SECUENCIA TO CONTADOR-REGISTRO.
           MOVE ZEROES TO WS-ARCHIVO-CANT-VENTAS.
           MOVE ZEROES TO WS-ARCHIVO-FECHA-VENTA.
           MOVE WS-TRAILER-MARCA TO WS-ARCHIVO-COD-PROD-TIENDA.
           MOVE SPACES TO ARCHIVO-REGISTRO(23:12).
           WRITE ARCHIVO-REGISTRO.
           CLOSE VENTAS-ARCHIVO.
           DISPLAY "VENTAS.DAT REINICIALIZADO - REGISTROS BARRIDOS "
               "AL HISTORICO: " WS-CONTADOR-BARRIDOS.
           IF WS-DEV-OMITIDAS > 0
               DISPLAY "MOVIMIENTOS RECHAZADOS NO ARCHIVADOS: "
                   WS-DEV-OMITIDAS
           END-IF.

           6000-ABRIR-STOCK.
           MOVE "N" TO WS-STOCK-DISPONIBLE.
           OPEN INPUT PRODUCTOS-ARCHIVO.
           IF PRODUCTOS-PRESENTE
               OPEN I-O STOCK-ARCHIVO
               IF STOCK-ABIERTO-OK
                   MOVE "S" TO WS-STOCK-DISPONIBLE
               ELSE
                   DISPLAY "*** ADVERTENCIA: NO SE PUDO ABRIR "
                       "STOCK-TIENDAS.DAT - STATUS " WS-STOCK-STATUS
                       " - EL STOCK NO SE DESCUENTA ***"
                   CLOSE PRODUCTOS-ARCHIVO
               END-IF
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN MAESTRO DE PRODUCTOS - "
                   "EL STOCK NO SE DESCUENTA ***"
               CLOSE PRODUCTOS-ARCHIVO
           END-IF.

           6100-DESCONTAR-STOCK.
           IF WS-STOCK-DISPONIBLE = "S"
               AND WS-TIENDA-BARRIDO NOT = SPACES
               MOVE HV-COD-PROD-TIENDA TO PM-CODIGO
               READ PRODUCTOS-ARCHIVO
                   KEY IS PM-CODIGO
                   INVALID KEY
                       ADD 1 TO CN-STOCK-SIN-PRECIO
                   NOT INVALID KEY
                       PERFORM 6200-MOVER-STOCK
               END-READ
           END-IF.

           6200-MOVER-STOCK.
           IF PM-PRECIO-UNIT = ZEROES
               ADD 1 TO CN-STOCK-SIN-PRECIO
           ELSE
               COMPUTE WS-UNIDADES-VENTA ROUNDED =
                   HV-IMPORTE / PM-PRECIO-UNIT
               MOVE WS-TIENDA-BARRIDO TO ST-TIENDA
               MOVE HV-COD-PROD-TIENDA TO ST-PRODUCTO
               READ STOCK-ARCHIVO
                   KEY IS ST-CLAVE
                   INVALID KEY
                       PERFORM 6300-ALTA-STOCK
                   NOT INVALID KEY
                       PERFORM 6400-ACTUALIZAR-STOCK
               END-READ
           END-IF.

           6300-ALTA-STOCK.
           MOVE ZEROES TO ST-CANTIDAD.
           MOVE ZEROES TO ST-MINIMO.
           MOVE ZEROES TO ST-FECHA-ULT-CONTEO.
           PERFORM 6500-APLICAR-UNIDADES.
           WRITE STOCK-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL DAR DE ALTA EL STOCK "
                       ST-CLAVE " - STATUS " WS-STOCK-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO CN-STOCK-MOVIDOS
           END-WRITE.

           6400-ACTUALIZAR-STOCK.
           PERFORM 6500-APLICAR-UNIDADES.
           REWRITE STOCK-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL DESCONTAR EL STOCK "
                       ST-CLAVE " - STATUS " WS-STOCK-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO CN-STOCK-MOVIDOS
           END-REWRITE.

           6500-APLICAR-UNIDADES.
           IF HV-ES-DEVOLUCION
               ADD WS-UNIDADES-VENTA TO ST-CANTIDAD
           ELSE
               SUBTRACT WS-UNIDADES-VENTA FROM ST-CANTIDAD
           END-IF.
           MOVE HV-FECHA TO ST-FECHA-ULT-MOV.

           6900-CERRAR-STOCK.
           IF WS-STOCK-DISPONIBLE = "S"
               CLOSE STOCK-ARCHIVO
               CLOSE PRODUCTOS-ARCHIVO
               DISPLAY "STOCK ACTUALIZADO POR VENTAS Y DEVOLUCIONES: "
                   CN-STOCK-MOVIDOS
               IF CN-STOCK-SIN-PRECIO > 0
                   DISPLAY "*** VENTAS SIN PRODUCTO O SIN PRECIO "
                       "(STOCK NO DESCONTADO): " CN-STOCK-SIN-PRECIO
                       " ***"
               END-IF
           END-IF.

       END PROGRAM ARCHIVAR-VENTAS.
