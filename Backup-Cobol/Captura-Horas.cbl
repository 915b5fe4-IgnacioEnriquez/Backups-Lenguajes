      *          legajo y fecha. Cada transaccion queda en estado P
      *          hasta que el posteo del cierre la aplica; con esto
      *          el acumulado anual deja de adivinar diferencias
      *          contra los totales del periodo. Si la fecha es
      *          feriado en el calendario feriados.dat
      *          (CALENDARIO-FERIADOS) la transaccion queda marcada
      *          HT-FERIADO S para que la nomina pague esas horas con
      *          el recargo de feriado; un dia no laborable solo se
      *          avisa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TRANSACCION-REPETIDA PIC X VALUE "N".
       01  WS-SUB-CT           PIC 9(04) VALUE ZEROES.

       01  WS-CALENDARIO-MODO  PIC X(01) VALUE SPACE.
       01  WS-CALENDARIO-HASTA PIC 9(08) VALUE ZEROES.
       01  WS-TIPO-DIA         PIC X(01) VALUE SPACE.
       01  WS-CANT-NO-HABILES  PIC 9(05) VALUE ZEROES.

       01 TABLA-CLAVES-TRAN.
           05 CN-CLAVES-TRAN PIC 9(04) VALUE ZEROES.
           05 CLAVE-TRAN-ENTRADA OCCURS 1000 TIMES.
           END-ACCEPT.

           ABRIR-ARCHIVOS.
           MOVE "C" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-TRANSACCION WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.
           PERFORM CARGAR-CLAVES-EXISTENTES.
           OPEN EXTEND HORAS-DIARIAS-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
               MOVE WS-FECHA-TRANSACCION TO HT-FECHA
               MOVE WS-HORAS-NORMALES TO HT-HORAS
               MOVE WS-HORAS-EXTRA TO HT-EXTRA
               PERFORM MARCAR-FERIADO
               WRITE HORA-TRANSACCION-REGISTRO
               ADD 1 TO CN-CAPTURADAS
               IF CN-CLAVES-TRAN < 1000
               DISPLAY "TRANSACCION GRABADA"
           END-IF.

           MARCAR-FERIADO.
           MOVE "N" TO HT-FERIADO.
           MOVE "B" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-TRANSACCION WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.
           IF WS-TIPO-DIA = "F"
               MOVE "S" TO HT-FERIADO
               DISPLAY "DIA FERIADO - LAS HORAS SE MARCAN PARA "
                   "LIQUIDAR CON RECARGO DE FERIADO"
           ELSE
               IF WS-TIPO-DIA = "N"
                   DISPLAY "AVISO: LA FECHA ES DIA NO LABORABLE"
               END-IF
           END-IF.

           PEDIR-HORAS-NORMALES.
           MOVE ZEROES TO WS-HORAS-NORMALES.
           DISPLAY "HORAS NORMALES DEL DIA (000-024): ".
