      *          horas-diarias-aplicadas.dat, dejando en
      *          horas-diarias.dat solo las pendientes. Reemplaza a
      *          la vieja heuristica de diferencias contra el total
      *          del periodo. HT-FERIADO en S marca las horas
      *          trabajadas en un feriado del calendario feriados.dat;
      *          la nomina las paga con el recargo de feriado.
      ******************************************************************
       01 HORA-TRANSACCION-REGISTRO.
           05 HT-ESTADO PIC X(01).
           05 HT-FECHA  PIC 9(08).
           05 HT-HORAS  PIC 9(03).
           05 HT-EXTRA  PIC 9(03).
           05 HT-FERIADO PIC X(01).
               88 HT-EN-FERIADO VALUE "S".
