      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de estadisticas de corrida de los
      *          cierres, cierre-estadisticas.dat. Cada paso del cierre
      *          diario (cadena D) y del cierre mensual (cadena M) deja
      *          uno con la fecha de negocio, la corrida a la que
      *          pertenece (fecha y hora de arranque de la cadena),
      *          hora de inicio y de fin (HHMMSSCC), tiempo
      *          transcurrido en segundos, registros leidos y grabados
      *          y el estado con que termino. Lo escribe
      *          REGISTRAR-ESTADISTICA y lo lee REPORTE-ESTADISTICAS.
      ******************************************************************
       01 ESTADISTICA-REGISTRO.
           05 ES-CADENA         PIC X(01).
               88 ES-CADENA-DIARIA  VALUE "D".
               88 ES-CADENA-MENSUAL VALUE "M".
           05 ES-FECHA-NEGOCIO  PIC 9(08).
           05 ES-FECHA-CORRIDA  PIC 9(08).
           05 ES-HORA-CORRIDA   PIC 9(08).
           05 ES-PASO           PIC X(24).
           05 ES-HORA-INICIO    PIC 9(08).
           05 ES-HORA-FIN       PIC 9(08).
           05 ES-SEGUNDOS       PIC 9(06)V99.
           05 ES-LEIDOS         PIC 9(07).
           05 ES-GRABADOS       PIC 9(07).
           05 ES-ESTADO         PIC X(01).
