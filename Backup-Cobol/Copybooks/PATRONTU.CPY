      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de patrones-turno.dat, el patron
      *          semanal de turnos de cada sector: horas planificadas
      *          de lunes (1) a domingo (7), cero = franco. Desde el
      *          patron MANTENIMIENTO-TURNOS genera la grilla de
      *          turnos.dat de los legajos del sector.
      ******************************************************************
       01 PATRON-REGISTRO.
           05 PT-SECTOR       PIC X(05).
           05 PT-HORAS-DIA    PIC 9(02) OCCURS 7 TIMES.
