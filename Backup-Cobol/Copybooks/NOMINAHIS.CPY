      *          cerrar cada periodo (y es su guarda contra liquidar
      *          dos veces el mismo periodo) y la leen el reporte de
      *          variacion entre periodos y las consultas de legajo.
      *          NH-COMISION es la comision de venta incluida en el
      *          bruto (cero para quien no vende). NH-TIPO-LIQ separa
      *          la liquidacion mensual (en blanco) del aguinaldo (A)
      *          que CALCULO-AGUINALDO graba con el periodo del ultimo
      *          mes del semestre; los que comparan o pagan la nomina
      *          mensual saltean los registros A. NH-RETRO es la
      *          parte del bruto que corresponde a ajustes
      *          retroactivos de periodos anteriores (con signo; cero
      *          si no hubo), para que los que comparan o contabilizan
      *          el bruto del periodo la puedan separar.
      *          NH-PRESTAMOS es lo cobrado en el periodo por cuotas
      *          de prestamos y adelantos de sueldo (prestamos.dat);
      *          ya esta incluido en NH-DESCUENTOS.
      *          NH-CONCEPTO guarda el importe de cada uno de los
      *          primeros cinco conceptos aplicados (codigo y signo
      *          D/S como en el recibo) para que el certificado
      *          anual pueda abrir los descuentos por concepto.
      *          Una historia en el formato viejo de 70 bytes (clave
      *          periodo + legajo, hasta la fecha de liquidacion) se
      *          pasa a este layout corriendo MIGRAR-NOMINA-HISTORIA
      *          una sola vez.
      ******************************************************************
       01 NOMINA-HISTORIA-REGISTRO.
           05 NH-CLAVE.
               10 NH-PERIODO PIC 9(06).
               10 NH-LEGAJO  PIC X(11).
               10 NH-TIPO-LIQ PIC X(01).
                   88 NH-LIQ-MENSUAL   VALUE " ".
                   88 NH-LIQ-AGUINALDO VALUE "A".
           05 NH-ID-TRAB     PIC 9(05).
           05 NH-SECTOR      PIC X(05).
           05 NH-HORAS       PIC 9(03).
           05 NH-DESCUENTOS  PIC 9(08)V99.
           05 NH-NETO        PIC 9(08)V99.
           05 NH-FECHA-LIQ   PIC 9(08).
           05 NH-COMISION    PIC 9(07)V99.
           05 NH-RETRO       PIC S9(07)V99.
           05 NH-PRESTAMOS   PIC 9(07)V99.
           05 NH-CONCEPTO OCCURS 5 TIMES.
               10 NH-CON-CODIGO  PIC X(03).
               10 NH-CON-SIGNO   PIC X(01).
               10 NH-CON-IMPORTE PIC 9(07)V99.
