      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de prestamos.dat, los prestamos y
      *          adelantos de sueldo por legajo (clave legajo + numero
      *          correlativo del legajo). Lo mantiene
      *          MANTENIMIENTO-PRESTAMOS y lo lee CALCULO-NOMINA, que
      *          descuenta del neto una cuota por periodo de cada
      *          prestamo activo, baja el saldo y cuenta la cuota
      *          pagada. PS-TIPO P es prestamo en cuotas, A adelanto
      *          de sueldo (normalmente una sola cuota). La ultima
      *          cuota es siempre el saldo que quede, y al llegar el
      *          saldo a cero el estado pasa de A (activo) a C
      *          (cancelado). Si el legajo esta de baja la nomina
      *          toma el saldo entero como cuota final; lo que el
      *          neto minimo no deje cobrar queda con estado I
      *          (saldo impago de un legajo de baja) para gestion de
      *          personal. PS-PERIODO-ULT-COBRO evita cobrar dos veces
      *          en el mismo periodo.
      ******************************************************************
       01 PRESTAMO-REGISTRO.
           05 PS-CLAVE.
               10 PS-LEGAJO          PIC X(11).
               10 PS-NUMERO          PIC 9(02).
           05 PS-TIPO                PIC X(01).
               88 PS-ES-PRESTAMO VALUE "P".
               88 PS-ES-ADELANTO VALUE "A".
           05 PS-FECHA-OTORGADO      PIC 9(08).
           05 PS-CAPITAL             PIC 9(07)V99.
           05 PS-CUOTAS              PIC 9(03).
           05 PS-IMPORTE-CUOTA       PIC 9(07)V99.
           05 PS-CUOTAS-PAGADAS      PIC 9(03).
           05 PS-SALDO               PIC 9(07)V99.
           05 PS-ESTADO              PIC X(01).
               88 PS-ACTIVO          VALUE "A".
               88 PS-CANCELADO       VALUE "C".
               88 PS-IMPAGO-BAJA     VALUE "I".
           05 PS-PERIODO-ULT-COBRO   PIC 9(06).
           05 PS-FECHA-CANCELACION   PIC 9(08).
