      * Purpose: Layout del registro del maestro de sectores
      *          sectores.dat, compartido por el mantenimiento y por
      *          los programas que validan codigos de sector o
      *          muestran su nombre. SM-OBJETIVO-COSTO es el tope
      *          del costo laboral del sector como porcentaje de sus
      *          ventas (cero = sin tope); lo usa el reporte de costo
      *          laboral para marcar los sectores que lo superan.
      *          Un maestro indexado en el formato viejo de 71 bytes
      *          (sin objetivo de costo) se pasa a este layout
      *          corriendo MIGRAR-SECTORES una sola vez.
      ******************************************************************
       01 SECTOR-REGISTRO.
           05 SM-CODIGO       PIC X(05).
           05 SM-NOMBRE       PIC X(30).
           05 SM-RESPONSABLE  PIC X(30).
           05 SM-OBJETIVO-VPH PIC 9(04)V99.
           05 SM-OBJETIVO-COSTO PIC 9(03)V99.
