      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de la tabla de comisiones de
      *          venta comisiones.dat (indexado por tipo + codigo),
      *          compartido por el mantenimiento y por
      *          LIQUIDAR-COMISIONES. Tipo P fija el porcentaje de un
      *          producto puntual (codigo de 8) y tipo S el de todo
      *          un sector (los 5 primeros caracteres del codigo de
      *          producto); al liquidar manda la tasa del producto y
      *          si no hay, la del sector. Sin tasa no hay comision.
      ******************************************************************
       01 COMISION-REGISTRO.
           05 CO-CLAVE.
               10 CO-TIPO       PIC X(01).
                   88 CO-POR-PRODUCTO VALUE "P".
                   88 CO-POR-SECTOR   VALUE "S".
               10 CO-CODIGO     PIC X(08).
           05 CO-PORCENTAJE     PIC 9(02)V99.
