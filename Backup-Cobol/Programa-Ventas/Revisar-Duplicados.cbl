      *          El operador confirma el duplicado (queda descartado)
      *          o lo libera como venta legitima: la liberacion lo
      *          manda a ventas-reproceso.dat, que la proxima corrida
      *          levanta sin volver a retenerlo. La liberacion
      *          conserva el tipo de movimiento (venta o devolucion)
      *          del registro retenido, el legajo del vendedor y la
      *          tienda de origen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 DU-FECHA-VENTA     PIC 9(08).
           05 DU-COD-PROD-TIENDA PIC X(08).
           05 DU-FECHA-ALTA      PIC X(08).
           05 DU-TIPO-MOV        PIC X(01).
           05 DU-VENDEDOR        PIC X(11).
           05 DU-TIENDA          PIC X(05).

       FD REPROCESO-ARCHIVO.
       01 REPROCESO-REGISTRO.
           05 RP-CANT-VENTAS     PIC 9(04)V99.
           05 RP-FECHA-VENTA     PIC 9(08).
           05 RP-COD-PROD-TIENDA PIC X(08).
           05 RP-TIPO-MOV        PIC X(01).
           05 RP-VENDEDOR        PIC X(11).
           05 RP-TIENDA          PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-DUPLICADOS-STATUS PIC X(02) VALUE "00".
               10 TB-DU-FECHA   PIC 9(08).
               10 TB-DU-COD     PIC X(08).
               10 TB-DU-ALTA    PIC X(08).
               10 TB-DU-TIPO    PIC X(01).
               10 TB-DU-VENDEDOR PIC X(11).
               10 TB-DU-TIENDA   PIC X(05).

       01  WS-SUB-DUPLICADO     PIC 9(04) VALUE ZEROES.

           MOVE DU-FECHA-VENTA TO TB-DU-FECHA(CN-DUPLICADOS).
           MOVE DU-COD-PROD-TIENDA TO TB-DU-COD(CN-DUPLICADOS).
           MOVE DU-FECHA-ALTA TO TB-DU-ALTA(CN-DUPLICADOS).
           MOVE DU-TIPO-MOV TO TB-DU-TIPO(CN-DUPLICADOS).
           MOVE DU-VENDEDOR TO TB-DU-VENDEDOR(CN-DUPLICADOS).
           MOVE DU-TIENDA TO TB-DU-TIENDA(CN-DUPLICADOS).
           PERFORM 1100-LEER-DUPLICADO.

           2000-ATENDER-SOSPECHOSO.
           MOVE TB-DU-IMPORTE(WS-SUB-DUPLICADO) TO RP-CANT-VENTAS.
           MOVE TB-DU-FECHA(WS-SUB-DUPLICADO) TO RP-FECHA-VENTA.
           MOVE TB-DU-COD(WS-SUB-DUPLICADO) TO RP-COD-PROD-TIENDA.
           MOVE SPACES TO REPROCESO-REGISTRO(23:17).
           MOVE TB-DU-TIPO(WS-SUB-DUPLICADO) TO RP-TIPO-MOV.
           MOVE TB-DU-VENDEDOR(WS-SUB-DUPLICADO) TO RP-VENDEDOR.
           MOVE TB-DU-TIENDA(WS-SUB-DUPLICADO) TO RP-TIENDA.
           WRITE REPROCESO-REGISTRO.
           MOVE "L" TO TB-DU-ESTADO(WS-SUB-DUPLICADO).
           ADD 1 TO WS-CONTADOR-LIBERADOS.
           MOVE TB-DU-FECHA(WS-SUB-DUPLICADO) TO DU-FECHA-VENTA.
           MOVE TB-DU-COD(WS-SUB-DUPLICADO) TO DU-COD-PROD-TIENDA.
           MOVE TB-DU-ALTA(WS-SUB-DUPLICADO) TO DU-FECHA-ALTA.
           MOVE TB-DU-TIPO(WS-SUB-DUPLICADO) TO DU-TIPO-MOV.
           MOVE TB-DU-VENDEDOR(WS-SUB-DUPLICADO) TO DU-VENDEDOR.
           MOVE TB-DU-TIENDA(WS-SUB-DUPLICADO) TO DU-TIENDA.
           WRITE DUPLICADO-REGISTRO.

       END PROGRAM REVISAR-DUPLICADOS.
