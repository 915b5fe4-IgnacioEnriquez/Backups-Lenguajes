      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de depositos-tiendas.dat, los
      *          depositos de efectivo de cada tienda pendientes de
      *          conciliar. Cada registro cubre la venta de una
      *          tienda en una fecha de negocio (DP-FECHA), no la
      *          fecha del deposito. DP-ORIGEN indica si viene del
      *          extracto bancario (B) o si lo cargo tesoreria (T)
      *          con CAPTURA-DEPOSITOS; DP-SIGNO en "-" es una
      *          reversion (contrasiento del banco o correccion de
      *          un deposito mal imputado). CONCILIAR-DEPOSITOS los
      *          aplica y los pasa a depositos-aplicados.dat.
      ******************************************************************
       01 DEPOSITO-REGISTRO.
           05 DP-TIENDA      PIC X(05).
           05 DP-FECHA       PIC 9(08).
           05 DP-IMPORTE     PIC 9(08)V99.
           05 DP-SIGNO       PIC X(01).
               88 DP-ES-REVERSION VALUE "-".
           05 DP-ORIGEN      PIC X(01).
               88 DP-DE-BANCO     VALUE "B".
               88 DP-DE-TESORERIA VALUE "T".
           05 DP-REFERENCIA  PIC X(15).
           05 DP-FECHA-ALTA  PIC 9(08).
           05 DP-OPERADOR    PIC X(10).
