      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro del stock por tienda y producto
      *          stock-tiendas.dat (indexado, clave tienda TM-CODIGO
      *          + producto PM-CODIGO). Lo cargan CAPTURA-STOCK
      *          (recepciones, conteos fisicos y minimo de
      *          reposicion) y ARCHIVAR-VENTAS, que en el barrido del
      *          cierre descuenta las unidades vendidas (importe /
      *          PM-PRECIO-UNIT) y repone las devueltas. Las unidades
      *          pueden quedar negativas cuando se vendio sin haber
      *          registrado la recepcion; el conteo fisico las
      *          corrige. Lo leen el reporte de reposicion y el de
      *          faltantes.
      ******************************************************************
       01 STOCK-REGISTRO.
           05 ST-CLAVE.
               10 ST-TIENDA        PIC X(05).
               10 ST-PRODUCTO      PIC X(08).
           05 ST-CANTIDAD          PIC S9(07).
           05 ST-MINIMO            PIC 9(07).
           05 ST-FECHA-ULT-MOV     PIC 9(08).
           05 ST-FECHA-ULT-CONTEO  PIC 9(08).
