      *          (ventas-rechazados.dat, empleados-rechazados.dat y
      *          ventas-duplicados.dat), lista cada registro que sigue
      *          en estado P con la fecha de negocio en que se encolo
      *          y los dias habiles que lleva pendiente contra la
      *          fecha de negocio vigente (los feriados y dias no
      *          laborables de feriados.dat no cuentan, via
      *          CALENDARIO-FERIADOS), y marca los que superan el
      *          parametro DIAS-AVISO-PENDIENTE. Los registros
      *          anteriores al sello de fecha salen como SIN FECHA.
      *          Deja el listado
      *          en antiguedad-pendientes.rpt ademas de mostrarlo,
      *          para que nadie vuelva a encontrar rechazos de seis
      *          semanas que ninguno abrio.
       01  WS-DIAS-REFERENCIA   PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-PENDIENTE    PIC S9(05) VALUE ZEROES.

       01  WS-CALENDARIO-MODO   PIC X(01) VALUE SPACE.
       01  WS-FECHA-ALTA        PIC 9(08) VALUE ZEROES.
       01  WS-TIPO-DIA          PIC X(01) VALUE SPACE.
       01  WS-CANT-NO-HABILES   PIC 9(05) VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(40)
           VALUE "ANTIGUEDAD DE CORRECCIONES PENDIENTES - ".
           END-IF.
           CLOSE FECHA-NEGOCIO-ARCHIVO.
           PERFORM 1100-LEER-DIAS-AVISO.
           PERFORM 1200-CARGAR-CALENDARIO.

           1100-LEER-DIAS-AVISO.
           MOVE "1" TO WS-FIN-PARAMETROS.
           END-IF.
           PERFORM 1110-LEER-PARAMETRO.

           1200-CARGAR-CALENDARIO.
           MOVE "C" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-ALTA WS-FECHA-REFERENCIA WS-TIPO-DIA
               WS-CANT-NO-HABILES.

           2000-LISTAR-UNA-COLA.
           WRITE REPORTE-LINEA FROM LINEA-COLA.
           DISPLAY LINEA-COLA.
               PERFORM 8000-CALCULAR-DIAS
               SUBTRACT WS-DIAS-TOTALES FROM WS-DIAS-REFERENCIA
                   GIVING WS-DIAS-PENDIENTE
               PERFORM 2310-DESCONTAR-NO-HABILES
               MOVE WS-DIAS-PENDIENTE TO RT-DIAS
               IF WS-DIAS-PENDIENTE > WS-DIAS-AVISO
                   MOVE "*VEN" TO RT-MARCA
           WRITE REPORTE-LINEA FROM LINEA-DETALLE.
           DISPLAY LINEA-DETALLE.

           2310-DESCONTAR-NO-HABILES.
           IF WS-DIAS-PENDIENTE > 0
               MOVE WS-FECHA-ALTA-X TO WS-FECHA-ALTA
               MOVE "H" TO WS-CALENDARIO-MODO
               CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
                   WS-FECHA-ALTA WS-FECHA-REFERENCIA WS-TIPO-DIA
                   WS-CANT-NO-HABILES
               SUBTRACT WS-CANT-NO-HABILES FROM WS-DIAS-PENDIENTE
               IF WS-DIAS-PENDIENTE < 0
                   MOVE ZEROES TO WS-DIAS-PENDIENTE
               END-IF
           END-IF.

           8000-CALCULAR-DIAS.
           IF WS-FC-MES > 2
               MOVE WS-FC-ANIO TO WS-ANIO-AJUSTADO
