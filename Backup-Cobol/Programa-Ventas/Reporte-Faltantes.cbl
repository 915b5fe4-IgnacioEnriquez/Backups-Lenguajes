      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Listado de diferencias de inventario por tienda: toma
      *          los conteos fisicos (tipo C) del diario
      *          stock-movimientos.dat que carga CAPTURA-STOCK y
      *          muestra, agrupado por tienda, cada diferencia entre
      *          lo contado y el saldo del sistema valorizada al
      *          costo unitario de productos.dat. Cada tienda cierra
      *          con el faltante (merma), el sobrante y la diferencia
      *          neta, y el listado con el total general. El periodo
      *          AAAAMM se toma de la variable FALTANTES-PERIODO o se
      *          pide al operador (ENTER = todos los conteos). Deja
      *          el resultado en faltantes-<fecha>.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-FALTANTES IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO WS-MOVIMIENTOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PRODUCTOS-ARCHIVO
           ASSIGN TO WS-PRODUCTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           FILE STATUS IS WS-PRODUCTOS-STATUS.

           SELECT FALTANTES-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MOVIMIENTOS-ARCHIVO.
           COPY STOCKMOV.CPY.

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.

       FD FALTANTES-REPORTE.
       01 FALTANTES-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-MOVIMIENTOS-PATH PIC X(60) VALUE
           "stock-movimientos.dat".
       01  WS-PRODUCTOS-PATH   PIC X(60) VALUE "productos.dat".
       01  WS-PRODUCTOS-STATUS PIC X(02) VALUE "00".
           88 PRODUCTOS-ABIERTO-OK VALUES "00" "05".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.

       01  WS-PERIODO-PEDIDO   PIC X(06) VALUE SPACES.
       01  WS-FIN-MOVIMIENTOS  PIC X VALUE "1".
       01  WS-DESBORDE         PIC X VALUE "N".
       01  WS-DIFERENCIA       PIC S9(07) VALUE ZEROES.
       01  WS-VALOR-DIFERENCIA PIC S9(10)V99 VALUE ZEROES.
       01  WS-COSTO-UNITARIO   PIC 9(05)V99 VALUE ZEROES.

       01 TABLA-CONTEOS.
           05 CN-CONTEOS PIC 9(04) VALUE ZEROES.
           05 CONTEO-ENTRADA OCCURS 2000 TIMES.
               10 TB-CO-FECHA    PIC 9(08).
               10 TB-CO-TIENDA   PIC X(05).
               10 TB-CO-PRODUCTO PIC X(08).
               10 TB-CO-CONTADO  PIC 9(07).
               10 TB-CO-DIFER    PIC S9(07).

       01  WS-SUB-CONTEO       PIC 9(04) VALUE ZEROES.

       01 TABLA-TIENDAS.
           05 CN-TIENDAS PIC 9(03) VALUE ZEROES.
           05 TIENDA-ENTRADA OCCURS 100 TIMES.
               10 TB-TI-COD      PIC X(05).

       01  WS-SUB-TIENDA       PIC 9(03) VALUE ZEROES.
       01  WS-TIENDA-HALLADA   PIC X VALUE "N".

       01  AC-TI-FALTANTE      PIC S9(10)V99 VALUE ZEROES.
       01  AC-TI-SOBRANTE      PIC S9(10)V99 VALUE ZEROES.
       01  AC-TI-NETO          PIC S9(10)V99 VALUE ZEROES.
       01  AC-TOT-FALTANTE     PIC S9(12)V99 VALUE ZEROES.
       01  AC-TOT-SOBRANTE     PIC S9(12)V99 VALUE ZEROES.
       01  AC-TOT-NETO         PIC S9(12)V99 VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(40)
           VALUE "***** DIFERENCIAS DE INVENTARIO *****  ".
           05 FILLER PIC X(09) VALUE "PERIODO: ".
           05 RF-PERIODO PIC X(06).
           05 FILLER PIC X(09) VALUE "  FECHA: ".
           05 RF-FECHA PIC 9(08).

       01 LINEA-TIENDA.
           05 FILLER PIC X(09) VALUE "TIENDA : ".
           05 RF-TIENDA PIC X(05).

       01 LINEA-DETALLE.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RF-FEC        PIC 9(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RF-PRODUCTO   PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RF-DESC       PIC X(30).
           05 FILLER        PIC X(11) VALUE " CONTADO : ".
           05 RF-CONTADO    PIC ZZZZZZ9.
           05 FILLER        PIC X(09) VALUE "  DIFER :".
           05 RF-DIFER      PIC -ZZZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR :".
           05 RF-VALOR      PIC -ZZZZZZZZ9.99.

       01 LINEA-SUBTOTAL.
           05 FILLER        PIC X(13) VALUE "  FALTANTE : ".
           05 RF-SUB-FALT   PIC -ZZZZZZZZZ9.99.
           05 FILLER        PIC X(13) VALUE "  SOBRANTE : ".
           05 RF-SUB-SOBR   PIC -ZZZZZZZZZ9.99.
           05 FILLER        PIC X(09) VALUE "  NETO : ".
           05 RF-SUB-NETO   PIC -ZZZZZZZZZ9.99.

       01 LINEA-TOTAL.
           05 FILLER        PIC X(13) VALUE "TOTAL FALT.: ".
           05 RF-TOT-FALT   PIC -ZZZZZZZZZZZ9.99.
           05 FILLER        PIC X(13) VALUE "  SOBRANTE : ".
           05 RF-TOT-SOBR   PIC -ZZZZZZZZZZZ9.99.
           05 FILLER        PIC X(09) VALUE "  NETO : ".
           05 RF-TOT-NETO   PIC -ZZZZZZZZZZZ9.99.

       01 LINEA-SIN-DATOS.
           05 FILLER PIC X(36) VALUE
           "SIN CONTEOS FISICOS EN EL PERIODO".

       PROCEDURE DIVISION.
           0000-MAINLINE.
           PERFORM 1000-OBTENER-PARAMETROS.
           PERFORM 2000-CARGAR-CONTEOS.
           PERFORM 3000-EMITIR-REPORTE.
           GOBACK.

           1000-OBTENER-PARAMETROS.
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
               "PRODUCTOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRODUCTOS-PATH
           END-IF.
           ACCEPT WS-PERIODO-PEDIDO FROM ENVIRONMENT
               "FALTANTES-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-PEDIDO = SPACES
               DISPLAY "PERIODO AAAAMM (ENTER = TODOS): "
               ACCEPT WS-PERIODO-PEDIDO
           END-IF.
           IF WS-PERIODO-PEDIDO NOT = SPACES
               AND WS-PERIODO-PEDIDO IS NOT NUMERIC
               DISPLAY "PERIODO INVALIDO - SE LISTAN TODOS"
               MOVE SPACES TO WS-PERIODO-PEDIDO
           END-IF.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING "faltantes-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.

           2000-CARGAR-CONTEOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           PERFORM 2100-LEER-MOVIMIENTO.
           PERFORM 2200-GUARDAR-CONTEO
               UNTIL WS-FIN-MOVIMIENTOS = "0".
           CLOSE MOVIMIENTOS-ARCHIVO.
           IF WS-DESBORDE = "S"
               DISPLAY "*** ADVERTENCIA: MAS DE 2000 CONTEOS O 100 "
                   "TIENDAS - LOS EXCEDENTES NO SE LISTAN ***"
           END-IF.

           2100-LEER-MOVIMIENTO.
           READ MOVIMIENTOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-MOVIMIENTOS
           END-READ.

           2200-GUARDAR-CONTEO.
           IF MV-ES-CONTEO
               AND MV-CANTIDAD IS NUMERIC
               AND (WS-PERIODO-PEDIDO = SPACES
               OR MV-FECHA(1:6) = WS-PERIODO-PEDIDO)
               PERFORM 2300-BUSCAR-TIENDA
               IF CN-CONTEOS < 2000 AND WS-TIENDA-HALLADA = "S"
                   ADD 1 TO CN-CONTEOS
                   MOVE MV-FECHA TO TB-CO-FECHA(CN-CONTEOS)
                   MOVE MV-TIENDA TO TB-CO-TIENDA(CN-CONTEOS)
                   MOVE MV-PRODUCTO TO TB-CO-PRODUCTO(CN-CONTEOS)
                   MOVE MV-CONTADO TO TB-CO-CONTADO(CN-CONTEOS)
                   IF MV-ES-FALTANTE
                       COMPUTE TB-CO-DIFER(CN-CONTEOS) =
                           0 - MV-CANTIDAD
                   ELSE
                       MOVE MV-CANTIDAD TO TB-CO-DIFER(CN-CONTEOS)
                   END-IF
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.
           PERFORM 2100-LEER-MOVIMIENTO.

           2300-BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA.
           PERFORM 2310-COMPARAR-TIENDA
               VARYING WS-SUB-TIENDA FROM 1 BY 1
               UNTIL WS-SUB-TIENDA > CN-TIENDAS
               OR WS-TIENDA-HALLADA = "S".
           IF WS-TIENDA-HALLADA = "N" AND CN-TIENDAS < 100
               ADD 1 TO CN-TIENDAS
               MOVE MV-TIENDA TO TB-TI-COD(CN-TIENDAS)
               MOVE "S" TO WS-TIENDA-HALLADA
           END-IF.

           2310-COMPARAR-TIENDA.
           IF TB-TI-COD(WS-SUB-TIENDA) = MV-TIENDA
               MOVE "S" TO WS-TIENDA-HALLADA
           END-IF.

           3000-EMITIR-REPORTE.
           OPEN OUTPUT FALTANTES-REPORTE.
           OPEN INPUT PRODUCTOS-ARCHIVO.
           IF NOT PRODUCTOS-ABIERTO-OK
               DISPLAY "*** ADVERTENCIA: MAESTRO DE PRODUCTOS NO "
                   "DISPONIBLE - DIFERENCIAS SIN VALORIZAR ***"
           END-IF.
           IF WS-PERIODO-PEDIDO = SPACES
               MOVE "TODOS" TO RF-PERIODO
           ELSE
               MOVE WS-PERIODO-PEDIDO TO RF-PERIODO
           END-IF.
           MOVE WS-FECHA-SISTEMA TO RF-FECHA.
           WRITE FALTANTES-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF CN-CONTEOS = 0
               WRITE FALTANTES-LINEA FROM LINEA-SIN-DATOS
               DISPLAY LINEA-SIN-DATOS
           ELSE
               PERFORM 3100-LISTAR-TIENDA
                   VARYING WS-SUB-TIENDA FROM 1 BY 1
                   UNTIL WS-SUB-TIENDA > CN-TIENDAS
               MOVE AC-TOT-FALTANTE TO RF-TOT-FALT
               MOVE AC-TOT-SOBRANTE TO RF-TOT-SOBR
               MOVE AC-TOT-NETO TO RF-TOT-NETO
               WRITE FALTANTES-LINEA FROM LINEA-TOTAL
               DISPLAY LINEA-TOTAL
           END-IF.
           CLOSE PRODUCTOS-ARCHIVO.
           CLOSE FALTANTES-REPORTE.

           3100-LISTAR-TIENDA.
           MOVE TB-TI-COD(WS-SUB-TIENDA) TO RF-TIENDA.
           WRITE FALTANTES-LINEA FROM LINEA-TIENDA.
           DISPLAY LINEA-TIENDA.
           MOVE ZEROES TO AC-TI-FALTANTE.
           MOVE ZEROES TO AC-TI-SOBRANTE.
           PERFORM 3200-LISTAR-CONTEO
               VARYING WS-SUB-CONTEO FROM 1 BY 1
               UNTIL WS-SUB-CONTEO > CN-CONTEOS.
           COMPUTE AC-TI-NETO = AC-TI-FALTANTE + AC-TI-SOBRANTE.
           MOVE AC-TI-FALTANTE TO RF-SUB-FALT.
           MOVE AC-TI-SOBRANTE TO RF-SUB-SOBR.
           MOVE AC-TI-NETO TO RF-SUB-NETO.
           WRITE FALTANTES-LINEA FROM LINEA-SUBTOTAL.
           DISPLAY LINEA-SUBTOTAL.
           ADD AC-TI-FALTANTE TO AC-TOT-FALTANTE.
           ADD AC-TI-SOBRANTE TO AC-TOT-SOBRANTE.
           ADD AC-TI-NETO TO AC-TOT-NETO.

           3200-LISTAR-CONTEO.
           IF TB-CO-TIENDA(WS-SUB-CONTEO) = TB-TI-COD(WS-SUB-TIENDA)
               PERFORM 3300-VALORIZAR-CONTEO
               MOVE TB-CO-FECHA(WS-SUB-CONTEO) TO RF-FEC
               MOVE TB-CO-PRODUCTO(WS-SUB-CONTEO) TO RF-PRODUCTO
               MOVE TB-CO-CONTADO(WS-SUB-CONTEO) TO RF-CONTADO
               MOVE WS-DIFERENCIA TO RF-DIFER
               MOVE WS-VALOR-DIFERENCIA TO RF-VALOR
               WRITE FALTANTES-LINEA FROM LINEA-DETALLE
               DISPLAY LINEA-DETALLE
               IF WS-VALOR-DIFERENCIA < 0
                   ADD WS-VALOR-DIFERENCIA TO AC-TI-FALTANTE
               ELSE
                   ADD WS-VALOR-DIFERENCIA TO AC-TI-SOBRANTE
               END-IF
           END-IF.

           3300-VALORIZAR-CONTEO.
           MOVE TB-CO-DIFER(WS-SUB-CONTEO) TO WS-DIFERENCIA.
           MOVE ZEROES TO WS-COSTO-UNITARIO.
           MOVE SPACES TO RF-DESC.
           IF PRODUCTOS-ABIERTO-OK
               MOVE TB-CO-PRODUCTO(WS-SUB-CONTEO) TO PM-CODIGO
               READ PRODUCTOS-ARCHIVO
                   KEY IS PM-CODIGO
                   INVALID KEY
                       MOVE "(SIN DESCRIPCION)" TO RF-DESC
                   NOT INVALID KEY
                       MOVE PM-DESCRIPCION TO RF-DESC
                       MOVE PM-COSTO-UNIT TO WS-COSTO-UNITARIO
               END-READ
           END-IF.
           COMPUTE WS-VALOR-DIFERENCIA =
               WS-DIFERENCIA * WS-COSTO-UNITARIO.

       END PROGRAM REPORTE-FALTANTES.
