      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de conciliacion-depositos.dat,
      *          las partidas de la conciliacion de depositos por
      *          tienda y fecha de negocio que CONCILIAR-DEPOSITOS
      *          arrastra de un cierre al siguiente hasta que quedan
      *          conciliadas. DC-VENTAS es la venta neta del dia y
      *          DC-DEPOSITADO lo depositado contra esa venta.
      *          DC-ESTADO: S venta sin deposito, F faltante, E
      *          sobrante, D deposito sin venta y C conciliada; las
      *          conciliadas solo se conservan el dia en que se
      *          conciliaron (DC-FECHA-CONCILIADA) para que volver a
      *          correr el mismo cierre de el mismo resultado.
      *          VERIFICAR-CIERRE lee este archivo para avisar
      *          faltantes y ventas sin deposito antes del cierre.
      ******************************************************************
       01 CONCILIACION-DEPOSITO-REGISTRO.
           05 DC-CLAVE.
               10 DC-TIENDA      PIC X(05).
               10 DC-FECHA       PIC 9(08).
           05 DC-REGION          PIC X(05).
           05 DC-VENTAS          PIC 9(08)V99.
           05 DC-DEPOSITADO      PIC 9(08)V99.
           05 DC-ESTADO          PIC X(01).
               88 DC-SIN-DEPOSITO     VALUE "S".
               88 DC-FALTANTE         VALUE "F".
               88 DC-SOBRANTE         VALUE "E".
               88 DC-DEPOSITO-SIN-VENTA VALUE "D".
               88 DC-CONCILIADA       VALUE "C".
           05 DC-FECHA-ALTA      PIC 9(08).
           05 DC-FECHA-CONCILIADA PIC 9(08).
