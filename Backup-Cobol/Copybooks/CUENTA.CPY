      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro del maestro de cuentas bancarias
      *          cuentas-banco.dat (indexado por legajo), donde se
      *          acredita el neto de cada liquidacion. Lo mantiene
      *          MANTENIMIENTO-CUENTAS y lo lee
      *          GENERAR-TRANSFERENCIAS al armar el archivo para el
      *          banco. Banco y sucursal son los del CBU (posiciones
      *          1-3 y 4-7); VALIDAR-CBU controla los dos digitos
      *          verificadores. Una cuenta inactiva (I) se conserva
      *          para historia pero no recibe transferencias; un
      *          estado en blanco se trata como activa.
      ******************************************************************
       01 CUENTA-BANCARIA-REGISTRO.
           05 CB-LEGAJO      PIC X(11).
           05 CB-BANCO       PIC X(03).
           05 CB-SUCURSAL    PIC X(04).
           05 CB-CBU         PIC X(22).
           05 CB-TITULAR     PIC X(30).
           05 CB-ESTADO      PIC X(01).
               88 CB-CUENTA-ACTIVA   VALUES "A" " ".
               88 CB-CUENTA-INACTIVA VALUE "I".
