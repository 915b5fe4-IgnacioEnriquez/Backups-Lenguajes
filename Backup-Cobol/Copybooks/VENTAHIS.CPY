      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro del historico indexado de ventas
      *          ventas-historico.dat (clave fecha + secuencia). Lo
      *          graba ARCHIVAR-VENTAS en el barrido del cierre y lo
      *          leen el consolidado mensual, los reportes de margen,
      *          sin venta y cumplimiento, la depuracion por
      *          retencion y el control de duplicados de
      *          PROGRAMA-PRINCIPAL. HV-TIPO-MOV distingue la venta
      *          (V) de la devolucion o nota de credito (D); los
      *          registros anteriores al tipo quedan en blanco y se
      *          toman como venta. Toda suma sobre el historico
      *          resta las devoluciones. HV-VENDEDOR es el legajo
      *          que hizo la venta (validado contra empleados.dat por
      *          PROGRAMA-PRINCIPAL); en blanco cuando la venta no
      *          tiene vendedor. Sobre el se liquidan las comisiones.
      *          HV-TIENDA es la tienda del manifiesto de donde se
      *          barrio el movimiento (en blanco para los reprocesos
      *          y para lo archivado antes de guardarla). Las claves
      *          alternativas tienda + fecha y producto + fecha (con
      *          duplicados) permiten a CONSULTA-VENTAS ir directo a
      *          un producto o a una tienda en un rango de fechas sin
      *          recorrer todo el historico; HV-PRODUCTO-ALT repite
      *          HV-COD-PROD-TIENDA para armar esa clave y lo carga
      *          ARCHIVAR-VENTAS junto con las fechas de cada clave.
      *          Un historico en el formato viejo de 30 bytes (solo
      *          clave, importe y producto) se pasa a este layout
      *          corriendo MIGRAR-HISTORICO una sola vez.
      ******************************************************************
       01 HISTORICO-REGISTRO.
           05 HV-CLAVE.
               10 HV-FECHA       PIC 9(08).
               10 HV-SECUENCIA   PIC 9(08).
           05 HV-IMPORTE         PIC 9(04)V99.
           05 HV-COD-PROD-TIENDA PIC X(08).
           05 HV-TIPO-MOV        PIC X(01).
               88 HV-ES-DEVOLUCION VALUE "D".
           05 HV-VENDEDOR        PIC X(11).
           05 HV-CLAVE-TIENDA.
               10 HV-TIENDA      PIC X(05).
               10 HV-FECHA-TIENDA PIC 9(08).
           05 HV-CLAVE-PRODUCTO.
               10 HV-PRODUCTO-ALT PIC X(08).
               10 HV-FECHA-PRODUCTO PIC 9(08).
