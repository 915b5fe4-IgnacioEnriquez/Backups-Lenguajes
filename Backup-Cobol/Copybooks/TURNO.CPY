      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de turnos.dat, la grilla de
      *          turnos planificados por fecha y legajo que mantiene
      *          MANTENIMIENTO-TURNOS (a mano o generada desde el
      *          patron semanal del sector) y que la conciliacion de
      *          asistencia del cierre diario compara contra las
      *          horas reales. Horas planificadas en cero es un
      *          franco programado; un legajo sin registro para la
      *          fecha no estaba planificado. La clave empieza por la
      *          fecha para que el cierre recorra un dia completo.
      ******************************************************************
       01 TURNO-REGISTRO.
           05 TU-CLAVE.
               10 TU-FECHA   PIC 9(08).
               10 TU-LEGAJO  PIC X(11).
           05 TU-SECTOR      PIC X(05).
           05 TU-HORAS-PLAN  PIC 9(02).
           05 TU-ORIGEN      PIC X(01).
               88 TU-DE-PATRON VALUE "P".
               88 TU-MANUAL    VALUE "M".
