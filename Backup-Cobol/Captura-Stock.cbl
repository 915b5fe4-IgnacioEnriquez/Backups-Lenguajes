      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Captura de novedades de stock por tienda y producto
      *          sobre stock-tiendas.dat: recepcion de mercaderia (R,
      *          suma unidades), conteo fisico (C, reemplaza el saldo
      *          por lo contado y deja la diferencia) y minimo de
      *          reposicion (M). La tienda se valida contra
      *          tiendas.dat y el producto contra productos.dat.
      *          Recepciones y conteos quedan en el diario
      *          stock-movimientos.dat con fecha y operador, que
      *          REPORTE-FALTANTES usa para valorizar las diferencias
      *          de inventario; el cambio de minimo se asienta en el
      *          diario comun auditoria-general.log via
      *          REGISTRAR-AUDITORIA. Toma el candado de corrida
      *          porque el barrido del cierre descuenta el mismo
      *          archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-STOCK IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STOCK-ARCHIVO
           ASSIGN TO WS-STOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-CLAVE
           FILE STATUS IS WS-STOCK-STATUS.

           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO WS-MOVIMIENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT OPTIONAL PRODUCTOS-ARCHIVO
           ASSIGN TO WS-PRODUCTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           FILE STATUS IS WS-PRODUCTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-ARCHIVO.
           COPY STOCK.CPY.

       FD MOVIMIENTOS-ARCHIVO.
           COPY STOCKMOV.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-STOCK-PATH       PIC X(60) VALUE "stock-tiendas.dat".
       01  WS-MOVIMIENTOS-PATH PIC X(60) VALUE
           "stock-movimientos.dat".
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-PRODUCTOS-PATH   PIC X(60) VALUE "productos.dat".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-STOCK-STATUS     PIC X(02) VALUE "00".
           88 STOCK-ABIERTO-OK VALUES "00" "05".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".
       01  WS-PRODUCTOS-STATUS PIC X(02) VALUE "00".
           88 PRODUCTOS-PRESENTE VALUE "00".

       01  WS-CANDADO-MODO     PIC X(01) VALUE SPACE.
       01  WS-CANDADO-PROGRAMA PIC X(24) VALUE "CAPTURA-STOCK".
       01  WS-CANDADO-ESTADO   PIC X(01) VALUE "2".

       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-SEGUIR-CAPTURANDO PIC X VALUE "S".
       01  WS-TIENDA-PEDIDA    PIC X(05) VALUE SPACES.
       01  WS-PRODUCTO-PEDIDO  PIC X(08) VALUE SPACES.
       01  WS-TIENDA-VALIDA    PIC X VALUE "N".
       01  WS-PRODUCTO-VALIDO  PIC X VALUE "N".
       01  WS-STOCK-EXISTE     PIC X VALUE "N".
       01  WS-OPERACION        PIC X VALUE SPACES.
           88 OPERACION-VALIDA VALUES "R" "C" "M".
       01  WS-CANTIDAD-X       PIC X(07) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-CANTIDAD         PIC 9(07) VALUE ZEROES.
       01  WS-CANTIDAD-VALIDA  PIC X VALUE "N".
       01  WS-DIFERENCIA       PIC S9(07) VALUE ZEROES.
       01  CN-RECEPCIONES      PIC 9(04) VALUE ZEROES.
       01  CN-CONTEOS          PIC 9(04) VALUE ZEROES.
       01  CN-MINIMOS          PIC 9(04) VALUE ZEROES.

       01  WS-AUD-ARCHIVO      PIC X(20) VALUE "stock-tiendas.dat".
       01  WS-AUD-OPERACION    PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES        PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES      PIC X(80) VALUE SPACES.

       01 PRESENTACION-STOCK.
           05 FILLER          PIC X(09) VALUE "TIENDA : ".
           05 PS-TIENDA       PIC X(05).
           05 FILLER          PIC X(13) VALUE "  PRODUCTO : ".
           05 PS-PRODUCTO     PIC X(08).
           05 FILLER          PIC X(10) VALUE "  SALDO : ".
           05 PS-CANTIDAD     PIC -ZZZZZZ9.
           05 FILLER          PIC X(11) VALUE "  MINIMO : ".
           05 PS-MINIMO       PIC ZZZZZZ9.

       01 PRESENTACION-DIFERENCIA.
           05 FILLER          PIC X(23)
           VALUE "DIFERENCIA DE CONTEO : ".
           05 PD-DIFERENCIA   PIC -ZZZZZZ9.

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           DISPLAY "CAPTURA DE STOCK POR TIENDA".
           PERFORM 0050-TOMAR-CANDADO.
           IF WS-CANDADO-ESTADO = "0"
               PERFORM 0100-IDENTIFICAR-OPERADOR
                   UNTIL WS-OPERADOR NOT = SPACES
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               PERFORM 1000-OBTENER-RUTAS
               PERFORM 1100-ABRIR-ARCHIVOS
               PERFORM 2000-CAPTURAR-NOVEDAD
                   UNTIL WS-SEGUIR-CAPTURANDO = "N"
               PERFORM 1200-CERRAR-ARCHIVOS
               DISPLAY "RECEPCIONES : " CN-RECEPCIONES
                   "  CONTEOS : " CN-CONTEOS
                   "  MINIMOS : " CN-MINIMOS
               PERFORM 0060-LIBERAR-CANDADO
           ELSE
               DISPLAY "*** ARCHIVOS EN USO - CAPTURA RECHAZADA ***"
           END-IF.
           GOBACK.

           0050-TOMAR-CANDADO.
           MOVE "T" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
               WS-CANDADO-PROGRAMA WS-CANDADO-ESTADO.

           0060-LIBERAR-CANDADO.
           MOVE "L" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
               WS-CANDADO-PROGRAMA WS-CANDADO-ESTADO.

           0100-IDENTIFICAR-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR-ACTUAL"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-OPERADOR NOT = SPACES
               DISPLAY "OPERADOR DE LA SESION: " WS-OPERADOR
           ELSE
               DISPLAY "INGRESE SU USUARIO DE OPERADOR: "
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   DISPLAY "USUARIO OBLIGATORIO PARA AUDITORIA"
               END-IF
           END-IF.

           1000-OBTENER-RUTAS.
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
               "STOCK-MOVIMIENTOS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-MOVIMIENTOS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "TIENDAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-TIENDAS-PATH
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

           1100-ABRIR-ARCHIVOS.
           OPEN I-O STOCK-ARCHIVO.
           IF NOT STOCK-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR STOCK-TIENDAS.DAT "
                   "- STATUS " WS-STOCK-STATUS " ***"
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           END-IF.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF NOT TIENDAS-PRESENTE
               DISPLAY "*** ERROR: SIN MAESTRO DE TIENDAS - STATUS "
                   WS-TIENDAS-STATUS " ***"
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           END-IF.
           OPEN INPUT PRODUCTOS-ARCHIVO.
           IF NOT PRODUCTOS-PRESENTE
               DISPLAY "*** ERROR: SIN MAESTRO DE PRODUCTOS - STATUS "
                   WS-PRODUCTOS-STATUS " ***"
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           END-IF.

           1200-CERRAR-ARCHIVOS.
           CLOSE STOCK-ARCHIVO.
           CLOSE MOVIMIENTOS-ARCHIVO.
           CLOSE TIENDAS-ARCHIVO.
           CLOSE PRODUCTOS-ARCHIVO.

           2000-CAPTURAR-NOVEDAD.
           DISPLAY "INGRESE TIENDA (F = FIN): ".
           MOVE SPACES TO WS-TIENDA-PEDIDA.
           ACCEPT WS-TIENDA-PEDIDA.
           IF WS-TIENDA-PEDIDA = "F" OR WS-TIENDA-PEDIDA = SPACES
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           ELSE
               PERFORM 2100-VALIDAR-TIENDA
               IF WS-TIENDA-VALIDA = "S"
                   PERFORM 2200-PEDIR-PRODUCTO
                   IF WS-PRODUCTO-VALIDO = "S"
                       PERFORM 2300-LEER-STOCK
                       PERFORM 2400-ATENDER-OPERACION
                   END-IF
               END-IF
           END-IF.

           2100-VALIDAR-TIENDA.
           MOVE "N" TO WS-TIENDA-VALIDA.
           MOVE WS-TIENDA-PEDIDA TO TM-CODIGO.
           READ TIENDAS-ARCHIVO
               KEY IS TM-CODIGO
               INVALID KEY
                   DISPLAY "TIENDA NO ENCONTRADA: " WS-TIENDA-PEDIDA
               NOT INVALID KEY
                   MOVE "S" TO WS-TIENDA-VALIDA
                   DISPLAY "TIENDA : " TM-NOMBRE
           END-READ.

           2200-PEDIR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-VALIDO.
           DISPLAY "INGRESE CODIGO DE PRODUCTO: ".
           MOVE SPACES TO WS-PRODUCTO-PEDIDO.
           ACCEPT WS-PRODUCTO-PEDIDO.
           MOVE WS-PRODUCTO-PEDIDO TO PM-CODIGO.
           READ PRODUCTOS-ARCHIVO
               KEY IS PM-CODIGO
               INVALID KEY
                   DISPLAY "PRODUCTO NO ENCONTRADO: "
                       WS-PRODUCTO-PEDIDO
               NOT INVALID KEY
                   MOVE "S" TO WS-PRODUCTO-VALIDO
                   DISPLAY "PRODUCTO : " PM-DESCRIPCION
           END-READ.

           2300-LEER-STOCK.
           MOVE WS-TIENDA-PEDIDA TO ST-TIENDA.
           MOVE WS-PRODUCTO-PEDIDO TO ST-PRODUCTO.
           READ STOCK-ARCHIVO
               KEY IS ST-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-STOCK-EXISTE
                   MOVE ZEROES TO ST-CANTIDAD
                   MOVE ZEROES TO ST-MINIMO
                   MOVE ZEROES TO ST-FECHA-ULT-MOV
                   MOVE ZEROES TO ST-FECHA-ULT-CONTEO
                   DISPLAY "SIN STOCK REGISTRADO - SE DA DE ALTA"
               NOT INVALID KEY
                   MOVE "S" TO WS-STOCK-EXISTE
           END-READ.
           MOVE ST-TIENDA TO PS-TIENDA.
           MOVE ST-PRODUCTO TO PS-PRODUCTO.
           MOVE ST-CANTIDAD TO PS-CANTIDAD.
           MOVE ST-MINIMO TO PS-MINIMO.
           DISPLAY PRESENTACION-STOCK.

           2400-ATENDER-OPERACION.
           MOVE SPACES TO WS-OPERACION.
           PERFORM 2410-PEDIR-OPERACION UNTIL OPERACION-VALIDA.
           MOVE "N" TO WS-CANTIDAD-VALIDA.
           PERFORM 2420-PEDIR-CANTIDAD UNTIL WS-CANTIDAD-VALIDA = "S".
           EVALUATE WS-OPERACION
               WHEN "R" PERFORM 3000-REGISTRAR-RECEPCION
               WHEN "C" PERFORM 3100-REGISTRAR-CONTEO
               WHEN "M" PERFORM 3200-REGISTRAR-MINIMO
           END-EVALUATE.

           2410-PEDIR-OPERACION.
           DISPLAY "OPERACION (R=RECEPCION C=CONTEO FISICO "
               "M=MINIMO DE REPOSICION): ".
           ACCEPT WS-OPERACION.
           IF NOT OPERACION-VALIDA
               DISPLAY "OPERACION INVALIDA"
           END-IF.

           2420-PEDIR-CANTIDAD.
           EVALUATE WS-OPERACION
               WHEN "R" DISPLAY "UNIDADES RECIBIDAS: "
               WHEN "C" DISPLAY "UNIDADES CONTADAS: "
               WHEN "M" DISPLAY "NUEVO MINIMO DE REPOSICION: "
           END-EVALUATE.
           MOVE SPACES TO WS-CANTIDAD-X.
           ACCEPT WS-CANTIDAD-X.
           INSPECT WS-CANTIDAD-X REPLACING LEADING " " BY "0".
           IF WS-CANTIDAD-X IS NUMERIC
               MOVE WS-CANTIDAD-X TO WS-CANTIDAD
               MOVE "S" TO WS-CANTIDAD-VALIDA
           ELSE
               DISPLAY "CANTIDAD INVALIDA (0-9999999)"
           END-IF.
           IF WS-CANTIDAD-VALIDA = "S"
               AND WS-OPERACION = "R" AND WS-CANTIDAD = ZEROES
               MOVE "N" TO WS-CANTIDAD-VALIDA
               DISPLAY "LA RECEPCION DEBE SER MAYOR A CERO"
           END-IF.

           3000-REGISTRAR-RECEPCION.
           ADD WS-CANTIDAD TO ST-CANTIDAD.
           MOVE WS-FECHA-SISTEMA TO ST-FECHA-ULT-MOV.
           PERFORM 4000-GRABAR-STOCK.
           IF WS-STOCK-STATUS = "00"
               MOVE "R" TO MV-TIPO
               MOVE "+" TO MV-SIGNO
               MOVE WS-CANTIDAD TO MV-CANTIDAD
               MOVE ZEROES TO MV-CONTADO
               PERFORM 4100-ASENTAR-MOVIMIENTO
               ADD 1 TO CN-RECEPCIONES
               DISPLAY "RECEPCION GRABADA"
           END-IF.

           3100-REGISTRAR-CONTEO.
           COMPUTE WS-DIFERENCIA = WS-CANTIDAD - ST-CANTIDAD.
           MOVE WS-DIFERENCIA TO PD-DIFERENCIA.
           DISPLAY PRESENTACION-DIFERENCIA.
           MOVE WS-CANTIDAD TO ST-CANTIDAD.
           MOVE WS-FECHA-SISTEMA TO ST-FECHA-ULT-MOV.
           MOVE WS-FECHA-SISTEMA TO ST-FECHA-ULT-CONTEO.
           PERFORM 4000-GRABAR-STOCK.
           IF WS-STOCK-STATUS = "00"
               MOVE "C" TO MV-TIPO
               IF WS-DIFERENCIA < 0
                   MOVE "-" TO MV-SIGNO
                   COMPUTE MV-CANTIDAD = 0 - WS-DIFERENCIA
               ELSE
                   MOVE "+" TO MV-SIGNO
                   MOVE WS-DIFERENCIA TO MV-CANTIDAD
               END-IF
               MOVE WS-CANTIDAD TO MV-CONTADO
               PERFORM 4100-ASENTAR-MOVIMIENTO
               ADD 1 TO CN-CONTEOS
               DISPLAY "CONTEO GRABADO"
           END-IF.

           3200-REGISTRAR-MINIMO.
           IF WS-STOCK-EXISTE = "S"
               MOVE STOCK-REGISTRO TO WS-AUD-ANTES
               MOVE "M" TO WS-AUD-OPERACION
           ELSE
               MOVE SPACES TO WS-AUD-ANTES
               MOVE "A" TO WS-AUD-OPERACION
           END-IF.
           MOVE WS-CANTIDAD TO ST-MINIMO.
           PERFORM 4000-GRABAR-STOCK.
           IF WS-STOCK-STATUS = "00"
               MOVE STOCK-REGISTRO TO WS-AUD-DESPUES
               CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
                   WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES
               ADD 1 TO CN-MINIMOS
               DISPLAY "MINIMO GRABADO"
           END-IF.

           4000-GRABAR-STOCK.
           IF WS-STOCK-EXISTE = "S"
               REWRITE STOCK-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL REGRABAR EL STOCK - "
                           "STATUS " WS-STOCK-STATUS " ***"
               END-REWRITE
           ELSE
               WRITE STOCK-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR EL STOCK - "
                           "STATUS " WS-STOCK-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "S" TO WS-STOCK-EXISTE
               END-WRITE
           END-IF.

           4100-ASENTAR-MOVIMIENTO.
           MOVE WS-FECHA-SISTEMA TO MV-FECHA.
           MOVE ST-TIENDA TO MV-TIENDA.
           MOVE ST-PRODUCTO TO MV-PRODUCTO.
           MOVE WS-OPERADOR TO MV-OPERADOR.
           WRITE MOVIMIENTO-STOCK-REGISTRO.

       END PROGRAM CAPTURA-STOCK.
