      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de feriados.dat, el calendario de
      *          dias no habiles (clave fecha AAAAMMDD) que mantiene
      *          MANTENIMIENTO-FERIADOS. FE-TIPO F es feriado: la
      *          tienda no abre y las horas que se trabajen se pagan
      *          con el recargo de feriado. FE-TIPO N es dia no
      *          laborable (descanso semanal, cierre de la empresa):
      *          tampoco es dia habil, pero las horas no llevan
      *          recargo. Una fecha que no figura es dia habil. Lo
      *          consultan los programas via CALENDARIO-FERIADOS.
      ******************************************************************
       01 FERIADO-REGISTRO.
           05 FE-FECHA       PIC 9(08).
           05 FE-TIPO        PIC X(01).
               88 FE-ES-FERIADO      VALUE "F".
               88 FE-ES-NO-LABORABLE VALUE "N".
           05 FE-DESCRIPCION PIC X(30).
