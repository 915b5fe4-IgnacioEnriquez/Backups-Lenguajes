      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de stock-movimientos.dat, el
      *          diario secuencial de las novedades de stock cargadas
      *          por CAPTURA-STOCK: recepcion de mercaderia (R) y
      *          ajuste por conteo fisico (C). En el conteo
      *          MV-CANTIDAD lleva la diferencia entre lo contado
      *          (MV-CONTADO) y el saldo del sistema, con MV-SIGNO en
      *          "-" cuando falta mercaderia; REPORTE-FALTANTES la
      *          valoriza al costo por tienda.
      ******************************************************************
       01 MOVIMIENTO-STOCK-REGISTRO.
           05 MV-FECHA       PIC 9(08).
           05 MV-TIENDA      PIC X(05).
           05 MV-PRODUCTO    PIC X(08).
           05 MV-TIPO        PIC X(01).
               88 MV-ES-RECEPCION VALUE "R".
               88 MV-ES-CONTEO    VALUE "C".
           05 MV-SIGNO       PIC X(01).
               88 MV-ES-FALTANTE  VALUE "-".
           05 MV-CANTIDAD    PIC 9(07).
           05 MV-CONTADO     PIC 9(07).
           05 MV-OPERADOR    PIC X(10).
