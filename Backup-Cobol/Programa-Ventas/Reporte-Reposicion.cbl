      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Reporte de reposicion: recorre stock-tiendas.dat
      *          (ordenado por tienda y producto) y lista cada par
      *          tienda/producto cuyo saldo quedo por debajo del
      *          minimo de reposicion cargado con CAPTURA-STOCK, con
      *          la descripcion del maestro productos.dat, las
      *          unidades a reponer hasta el minimo y su valor al
      *          costo unitario. Corta por tienda con la cantidad de
      *          productos a reponer y el valor, y cierra con el
      *          total general. La variable REPOSICION-TIENDA limita
      *          el listado a una tienda. Deja el resultado en
      *          reposicion-<fecha>.rpt ademas de mostrarlo, para que
      *          compras decida con saldos reales en lugar del
      *          ranking de productos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-REPOSICION IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT REPOSICION-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-ARCHIVO.
           COPY STOCK.CPY.

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.

       FD REPOSICION-REPORTE.
       01 REPOSICION-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-STOCK-PATH       PIC X(60) VALUE "stock-tiendas.dat".
       01  WS-STOCK-STATUS     PIC X(02) VALUE "00".
           88 STOCK-PRESENTE VALUE "00".
       01  WS-PRODUCTOS-PATH   PIC X(60) VALUE "productos.dat".
       01  WS-PRODUCTOS-STATUS PIC X(02) VALUE "00".
           88 PRODUCTOS-ABIERTO-OK VALUES "00" "05".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.

       01  WS-TIENDA-FILTRO    PIC X(05) VALUE SPACES.
       01  WS-FIN-STOCK        PIC X VALUE "1".
       01  WS-TIENDA-ANTERIOR  PIC X(05) VALUE SPACES.
       01  WS-UNIDADES-REPONER PIC 9(08) VALUE ZEROES.
       01  WS-VALOR-REPONER    PIC 9(10)V99 VALUE ZEROES.
       01  CN-TIENDA-REPONER   PIC 9(05) VALUE ZEROES.
       01  AC-TIENDA-VALOR     PIC 9(12)V99 VALUE ZEROES.
       01  CN-TOTAL-REPONER    PIC 9(05) VALUE ZEROES.
       01  AC-TOTAL-VALOR      PIC 9(12)V99 VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(40)
           VALUE "***** REPOSICION DE STOCK *****  FECHA ".
           05 FILLER PIC X(02) VALUE ": ".
           05 RR-FECHA PIC 9(08).

       01 LINEA-TIENDA.
           05 FILLER PIC X(09) VALUE "TIENDA : ".
           05 RR-TIENDA PIC X(05).

       01 LINEA-PRODUCTO.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 RR-PRODUCTO   PIC X(08).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RR-DESC       PIC X(30).
           05 FILLER        PIC X(09) VALUE " SALDO : ".
           05 RR-SALDO      PIC -ZZZZZZ9.
           05 FILLER        PIC X(10) VALUE "  MINIMO :".
           05 RR-MINIMO     PIC ZZZZZZ9.
           05 FILLER        PIC X(11) VALUE "  REPONER :".
           05 RR-REPONER    PIC ZZZZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR :".
           05 RR-VALOR      PIC ZZZZZZZZZ9.99.

       01 LINEA-SUBTOTAL.
           05 FILLER        PIC X(22)
           VALUE "  PRODUCTOS A REPONER:".
           05 RR-SUB-CANT   PIC ZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR :".
           05 RR-SUB-VALOR  PIC ZZZZZZZZZZZ9.99.

       01 LINEA-TOTAL.
           05 FILLER        PIC X(22)
           VALUE "TOTAL A REPONER      :".
           05 RR-TOT-CANT   PIC ZZZZ9.
           05 FILLER        PIC X(09) VALUE "  VALOR :".
           05 RR-TOT-VALOR  PIC ZZZZZZZZZZZ9.99.

       01 LINEA-SIN-DATOS.
           05 FILLER PIC X(39) VALUE
           "NINGUN PRODUCTO POR DEBAJO DEL MINIMO".

       PROCEDURE DIVISION.
           0000-MAINLINE.
           PERFORM 1000-OBTENER-PARAMETROS.
           OPEN INPUT STOCK-ARCHIVO.
           IF STOCK-PRESENTE
               PERFORM 2000-EMITIR-REPORTE
           ELSE
               DISPLAY "*** SIN ARCHIVO DE STOCK - STATUS "
                   WS-STOCK-STATUS " - NO SE EMITE LA REPOSICION ***"
           END-IF.
           CLOSE STOCK-ARCHIVO.
           GOBACK.

           1000-OBTENER-PARAMETROS.
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
           ACCEPT WS-TIENDA-FILTRO FROM ENVIRONMENT
               "REPOSICION-TIENDA"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           STRING "reposicion-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.

           2000-EMITIR-REPORTE.
           OPEN OUTPUT REPOSICION-REPORTE.
           OPEN INPUT PRODUCTOS-ARCHIVO.
           IF NOT PRODUCTOS-ABIERTO-OK
               DISPLAY "*** ADVERTENCIA: MAESTRO DE PRODUCTOS NO "
                   "DISPONIBLE - SIN DESCRIPCION NI VALOR ***"
           END-IF.
           MOVE WS-FECHA-SISTEMA TO RR-FECHA.
           WRITE REPOSICION-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           MOVE LOW-VALUES TO ST-CLAVE.
           IF WS-TIENDA-FILTRO NOT = SPACES
               MOVE WS-TIENDA-FILTRO TO ST-TIENDA
           END-IF.
           START STOCK-ARCHIVO KEY IS NOT < ST-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-STOCK
           END-START.
           PERFORM 2100-LEER-STOCK.
           PERFORM 2200-EVALUAR-STOCK
               UNTIL WS-FIN-STOCK = "0".
           IF WS-TIENDA-ANTERIOR NOT = SPACES
               PERFORM 2400-CORTE-TIENDA
           END-IF.
           IF CN-TOTAL-REPONER = 0
               WRITE REPOSICION-LINEA FROM LINEA-SIN-DATOS
               DISPLAY LINEA-SIN-DATOS
           ELSE
               MOVE CN-TOTAL-REPONER TO RR-TOT-CANT
               MOVE AC-TOTAL-VALOR TO RR-TOT-VALOR
               WRITE REPOSICION-LINEA FROM LINEA-TOTAL
               DISPLAY LINEA-TOTAL
           END-IF.
           CLOSE PRODUCTOS-ARCHIVO.
           CLOSE REPOSICION-REPORTE.

           2100-LEER-STOCK.
           IF WS-FIN-STOCK NOT = "0"
               READ STOCK-ARCHIVO NEXT RECORD
                   AT END MOVE "0" TO WS-FIN-STOCK
               END-READ
           END-IF.
           IF WS-FIN-STOCK NOT = "0"
               AND WS-TIENDA-FILTRO NOT = SPACES
               AND ST-TIENDA NOT = WS-TIENDA-FILTRO
               MOVE "0" TO WS-FIN-STOCK
           END-IF.

           2200-EVALUAR-STOCK.
           IF ST-CANTIDAD < ST-MINIMO
               IF ST-TIENDA NOT = WS-TIENDA-ANTERIOR
                   IF WS-TIENDA-ANTERIOR NOT = SPACES
                       PERFORM 2400-CORTE-TIENDA
                   END-IF
                   MOVE ST-TIENDA TO WS-TIENDA-ANTERIOR
                   MOVE ST-TIENDA TO RR-TIENDA
                   WRITE REPOSICION-LINEA FROM LINEA-TIENDA
                   DISPLAY LINEA-TIENDA
               END-IF
               PERFORM 2300-LISTAR-PRODUCTO
           END-IF.
           PERFORM 2100-LEER-STOCK.

           2300-LISTAR-PRODUCTO.
           COMPUTE WS-UNIDADES-REPONER = ST-MINIMO - ST-CANTIDAD.
           MOVE ZEROES TO WS-VALOR-REPONER.
           MOVE SPACES TO RR-DESC.
           IF PRODUCTOS-ABIERTO-OK
               MOVE ST-PRODUCTO TO PM-CODIGO
               READ PRODUCTOS-ARCHIVO
                   KEY IS PM-CODIGO
                   INVALID KEY
                       MOVE "(SIN DESCRIPCION)" TO RR-DESC
                   NOT INVALID KEY
                       MOVE PM-DESCRIPCION TO RR-DESC
                       COMPUTE WS-VALOR-REPONER =
                           WS-UNIDADES-REPONER * PM-COSTO-UNIT
               END-READ
           END-IF.
           MOVE ST-PRODUCTO TO RR-PRODUCTO.
           MOVE ST-CANTIDAD TO RR-SALDO.
           MOVE ST-MINIMO TO RR-MINIMO.
           MOVE WS-UNIDADES-REPONER TO RR-REPONER.
           MOVE WS-VALOR-REPONER TO RR-VALOR.
           WRITE REPOSICION-LINEA FROM LINEA-PRODUCTO.
           DISPLAY LINEA-PRODUCTO.
           ADD 1 TO CN-TIENDA-REPONER.
           ADD WS-VALOR-REPONER TO AC-TIENDA-VALOR.
           ADD 1 TO CN-TOTAL-REPONER.
           ADD WS-VALOR-REPONER TO AC-TOTAL-VALOR.

           2400-CORTE-TIENDA.
           MOVE CN-TIENDA-REPONER TO RR-SUB-CANT.
           MOVE AC-TIENDA-VALOR TO RR-SUB-VALOR.
           WRITE REPOSICION-LINEA FROM LINEA-SUBTOTAL.
           DISPLAY LINEA-SUBTOTAL.
           MOVE ZEROES TO CN-TIENDA-REPONER.
           MOVE ZEROES TO AC-TIENDA-VALOR.

       END PROGRAM REPORTE-REPOSICION.
