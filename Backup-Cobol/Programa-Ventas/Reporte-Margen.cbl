      *          codigo, como PRODUCTIVIDAD-SECTOR) y marca los
      *          productos con costo mayor al precio (venta a
      *          perdida). Deja el resultado en margen-<fecha>.rpt.
      *          Las devoluciones (tipo D, en el historico o en el
      *          ventas.dat del dia) restan del importe vendido, asi
      *          las unidades, el costo y el margen quedan netos.
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

           SELECT OPTIONAL VENTAS-ARCHIVO
       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD VENTAS-ARCHIVO.
       01 ARCHIVO-REGISTRO.
           05 WS-ARCHIVO-CANT-VENTAS      PIC 9(04)V99.
           05 WS-ARCHIVO-FECHA-VENTA      PIC 9(08).
           05 WS-ARCHIVO-COD-PROD-TIENDA  PIC X(08).
           05 WS-ARCHIVO-TIPO-MOV         PIC X(01).
               88 ARCHIVO-ES-DEVOLUCION   VALUE "D".
           05 FILLER                      PIC X(11).

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.
       01  WS-RANGO-VALIDO     PIC X VALUE "N".
       01  WS-FIN-HISTORICO    PIC X VALUE "1".
       01  WS-FIN-VENTAS       PIC X VALUE "1".
       01  WS-IMPORTE-VENTA    PIC S9(04)V99 VALUE ZEROES.
       01  WS-CODIGO-VENTA     PIC X(08) VALUE SPACES.

       01 TABLA-PRODUCTOS.
           05 PRODUCTO-ACUMULADO OCCURS 500 TIMES.
               10 TB-PR-COD     PIC X(08).
               10 TB-PR-REGS    PIC 9(06).
               10 TB-PR-IMPORTE PIC S9(10)V99.

       01  WS-SUB-PRODUCTO     PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-PROD  PIC X VALUE "N".
           05 CN-SECTORES PIC 9(03) VALUE ZEROES.
           05 SECTOR-MARGEN OCCURS 50 TIMES.
               10 WS-SECTOR-COD     PIC X(05).
               10 WS-SECTOR-VENTAS  PIC S9(10)V99.
               10 WS-SECTOR-COSTO   PIC S9(10)V99.
               10 WS-SECTOR-MARGEN  PIC S9(10)V99.

       01  WS-SUB-SECTOR        PIC 9(03) VALUE ZEROES.
       01  WS-ENCONTRADO-SECTOR PIC X VALUE "N".
       01  WS-SECTOR-VENTA      PIC X(05) VALUE SPACES.

       01  WS-UNIDADES-ESTIMADAS PIC S9(08) VALUE ZEROES.
       01  WS-COSTO-ESTIMADO    PIC S9(10)V99 VALUE ZEROES.
       01  WS-MARGEN-PRODUCTO   PIC S9(10)V99 VALUE ZEROES.
       01  WS-MARGEN-PORCIENTO  PIC S9(03)V99 VALUE ZEROES.
       01  WS-SIN-PRECIO        PIC X VALUE "N".
       01  AC-TOTAL-VENTAS      PIC S9(12)V99 VALUE ZEROES.
       01  AC-TOTAL-COSTO       PIC S9(12)V99 VALUE ZEROES.
       01  AC-TOTAL-MARGEN      PIC S9(12)V99 VALUE ZEROES.
       01  CN-A-PERDIDA         PIC 9(04) VALUE ZEROES.

           05 FILLER        PIC X(01) VALUE SPACE.
           05 MG-DESC       PIC X(20).
           05 FILLER        PIC X(09) VALUE " VENTAS :".
           05 MG-VENTAS     PIC -ZZZZZZZ9.99.
           05 FILLER        PIC X(08) VALUE " COSTO :".
           05 MG-COSTO      PIC -ZZZZZZZ9.99.
           05 FILLER        PIC X(09) VALUE " MARGEN :".
           05 MG-MARGEN     PIC -ZZZZZZZ9.99.
           05 FILLER        PIC X(07) VALUE " MRG%: ".
           05 FILLER        PIC X(09) VALUE "SECTOR : ".
           05 MG-SEC-COD    PIC X(05).
           05 FILLER        PIC X(10) VALUE "  VENTAS :".
           05 MG-SEC-VENTAS PIC -ZZZZZZZZ9.99.
           05 FILLER        PIC X(09) VALUE "  COSTO :".
           05 MG-SEC-COSTO  PIC -ZZZZZZZZ9.99.
           05 FILLER        PIC X(10) VALUE "  MARGEN :".
           05 MG-SEC-MARGEN PIC -ZZZZZZZZ9.99.

       01 LINEA-TOTAL.
           05 FILLER        PIC X(19) VALUE "TOTAL -  VENTAS :  ".
           05 MG-TOT-VENTAS PIC -ZZZZZZZZZ9.99.
           05 FILLER        PIC X(09) VALUE "  COSTO :".
           05 MG-TOT-COSTO  PIC -ZZZZZZZZZ9.99.
           05 FILLER        PIC X(10) VALUE "  MARGEN :".
           05 MG-TOT-MARGEN PIC -ZZZZZZZZZ9.99.

               MOVE "0" TO WS-FIN-HISTORICO
           ELSE
               MOVE HV-IMPORTE TO WS-IMPORTE-VENTA
               IF HV-ES-DEVOLUCION
                   COMPUTE WS-IMPORTE-VENTA = 0 - HV-IMPORTE
               END-IF
               MOVE HV-COD-PROD-TIENDA TO WS-CODIGO-VENTA
               PERFORM 2400-ACUMULAR-PRODUCTO
               PERFORM 2100-LEER-HISTORICO
           IF WS-ARCHIVO-COD-PROD-TIENDA NOT = WS-TRAILER-MARCA
               AND WS-ARCHIVO-CANT-VENTAS IS NUMERIC
               MOVE WS-ARCHIVO-CANT-VENTAS TO WS-IMPORTE-VENTA
               IF ARCHIVO-ES-DEVOLUCION
                   COMPUTE WS-IMPORTE-VENTA =
                       0 - WS-ARCHIVO-CANT-VENTAS
               END-IF
               MOVE WS-ARCHIVO-COD-PROD-TIENDA TO WS-CODIGO-VENTA
               PERFORM 2400-ACUMULAR-PRODUCTO
           END-IF.
