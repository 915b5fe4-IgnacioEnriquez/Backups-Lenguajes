      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de sector-asignaciones.dat, la
      *          historia de asignaciones de sector por legajo con
      *          fecha desde y hasta. La asignacion vigente tiene
      *          hasta 99999999. La graba REGISTRAR-ASIGNACION cada
      *          vez que cambia el sector de un legajo y la consultan
      *          los reportes de periodos pasados via SECTOR-A-FECHA
      *          para imputar horas y novedades al sector en que
      *          estaba la persona en esa fecha.
      ******************************************************************
       01 ASIGNACION-REGISTRO.
           05 AS-CLAVE.
               10 AS-LEGAJO      PIC X(11).
               10 AS-FECHA-DESDE PIC 9(08).
           05 AS-FECHA-HASTA     PIC 9(08).
               88 AS-VIGENTE VALUE 99999999.
           05 AS-SECTOR          PIC X(05).
           05 AS-FECHA-REGISTRO  PIC 9(08).
