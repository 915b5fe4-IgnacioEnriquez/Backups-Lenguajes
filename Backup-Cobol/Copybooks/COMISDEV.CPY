      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de comisiones devengadas
      *          comisiones-devengadas.dat, uno por vendedor y
      *          periodo AAAAMM. Lo graba LIQUIDAR-COMISIONES en el
      *          cierre mensual (cada corrida reemplaza el archivo con
      *          el periodo liquidado) y lo lee CALCULO-NOMINA para
      *          sumar la comision al bruto del recibo. Ventas y
      *          devoluciones son los importes sobre los que se aplico
      *          la tasa; el importe es la comision neta, nunca
      *          negativa.
      ******************************************************************
       01 COMISION-DEVENGADA-REGISTRO.
           05 CV-PERIODO        PIC 9(06).
           05 CV-LEGAJO         PIC X(11).
           05 CV-VENTAS         PIC 9(08)V99.
           05 CV-DEVOLUCIONES   PIC 9(08)V99.
           05 CV-IMPORTE        PIC 9(07)V99.
