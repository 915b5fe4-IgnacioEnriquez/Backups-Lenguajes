      *          N se ajusta con la variable de entorno
      *          TOP-PRODUCTOS-N (10 por defecto). Deja el resultado
      *          en productos-YYYYMMDD.rpt ademas de mostrarlo.
      *          Las devoluciones (tipo D) restan del importe del
      *          producto y del total general sin sumar a la
      *          cantidad, asi el ranking queda por venta neta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-ARCHIVO-CANT-VENTAS      PIC 9(04)V99.
           05 WS-ARCHIVO-FECHA-VENTA      PIC 9(08).
           05 WS-ARCHIVO-COD-PROD-TIENDA  PIC X(08).
           05 WS-ARCHIVO-TIPO-MOV         PIC X(01).
               88 ARCHIVO-ES-DEVOLUCION   VALUE "D".
           05 FILLER                      PIC X(11).

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.
           05 CN-PRODUCTOS PIC 9(04) VALUE ZEROES.
           05 PRODUCTO-ACUMULADO OCCURS 500 TIMES.
               10 TB-PR-COD   PIC X(08).
               10 TB-PR-TOTAL PIC S9(08)V99.
               10 TB-PR-CANT  PIC 9(04).

       01  WS-SUB-PRODUCTO     PIC 9(04) VALUE ZEROES.
       01  WS-SUB-SIGUIENTE    PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-PROD  PIC X VALUE "N".
       01  WS-TOTAL-GENERAL    PIC S9(10)V99 VALUE ZEROES.
       01  WS-PARTICIPACION    PIC S9(03)V99 VALUE ZEROES.
       01  WS-IMPORTE-NETO     PIC S9(04)V99 VALUE ZEROES.
       01  WS-CANT-MOVIMIENTO  PIC 9(01) VALUE ZEROES.
       01  WS-LIMITE-LINEAS    PIC 9(04) VALUE ZEROES.
       01  WS-DESDE-ABAJO      PIC 9(04) VALUE ZEROES.

       01 AUXILIAR-PRODUCTO.
           05 AX-COD   PIC X(08).
           05 AX-TOTAL PIC S9(08)V99.
           05 AX-CANT  PIC 9(04).

       01 LINEA-TITULO.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 RK-DESC       PIC X(30).
           05 FILLER        PIC X(10) VALUE "  TOTAL : ".
           05 RK-TOTAL      PIC -ZZZZZZZ9.99.
           05 FILLER        PIC X(08) VALUE "  CANT: ".
           05 RK-CANT       PIC ZZZ9.
           05 FILLER        PIC X(08) VALUE "  PART%:".
           05 RK-PART       PIC -ZZ9.99.

       PROCEDURE DIVISION.
           0000-MAINLINE.
           2200-ACUMULAR-UNA-VENTA.
           IF WS-ARCHIVO-COD-PROD-TIENDA NOT = WS-TRAILER-MARCA
               AND WS-ARCHIVO-CANT-VENTAS IS NUMERIC
               IF ARCHIVO-ES-DEVOLUCION
                   COMPUTE WS-IMPORTE-NETO =
                       0 - WS-ARCHIVO-CANT-VENTAS
                   MOVE 0 TO WS-CANT-MOVIMIENTO
               ELSE
                   MOVE WS-ARCHIVO-CANT-VENTAS TO WS-IMPORTE-NETO
                   MOVE 1 TO WS-CANT-MOVIMIENTO
               END-IF
               PERFORM 2300-ACUMULAR-PRODUCTO
               ADD WS-IMPORTE-NETO TO WS-TOTAL-GENERAL
           END-IF.
           PERFORM 2100-LEER-VENTA.

                   ADD 1 TO CN-PRODUCTOS
                   MOVE WS-ARCHIVO-COD-PROD-TIENDA
                       TO TB-PR-COD(CN-PRODUCTOS)
                   MOVE WS-IMPORTE-NETO
                       TO TB-PR-TOTAL(CN-PRODUCTOS)
                   MOVE WS-CANT-MOVIMIENTO TO TB-PR-CANT(CN-PRODUCTOS)
               ELSE
                   DISPLAY "*** ADVERTENCIA: MAS DE 500 PRODUCTOS - "
                       "EXCEDENTES NO RANKEADOS: "

           2310-BUSCAR-PRODUCTO.
           IF TB-PR-COD(WS-SUB-PRODUCTO) = WS-ARCHIVO-COD-PROD-TIENDA
               ADD WS-IMPORTE-NETO
                   TO TB-PR-TOTAL(WS-SUB-PRODUCTO)
               ADD WS-CANT-MOVIMIENTO TO TB-PR-CANT(WS-SUB-PRODUCTO)
               MOVE "S" TO WS-ENCONTRADO-PROD
           END-IF.

