      *          terminar); sin ella toma el periodo mas alto grabado
      *          en la historia. Deja el resultado en
      *          nomina-variacion.rpt y lo muestra por pantalla.
      *          Solo compara liquidaciones mensuales; el aguinaldo
      *          (NH-TIPO-LIQ A) no entra en la comparacion. Los
      *          ajustes retroactivos de periodos anteriores liquidados
      *          con el periodo (NH-RETRO) se restan del bruto de ambos
      *          periodos antes de comparar, para no marcar como
      *          variacion una correccion ya controlada, y se listan
      *          aparte por legajo con su total al final del reporte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 LIQUIDACION-ENTRADA OCCURS 2000 TIMES.
               10 TB-LQ-LEGAJO PIC X(11).
               10 TB-LQ-BRUTO  PIC 9(07)V99.
               10 TB-LQ-RETRO  PIC S9(07)V99.

       01  WS-SUB-LIQUIDADO    PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-LEG   PIC X VALUE "N".
       01  WS-DIFERENCIA       PIC S9(09)V99 VALUE ZEROES.
       01  WS-VARIACION        PIC 9(05)V99 VALUE ZEROES.
       01  CN-MARCADOS         PIC 9(04) VALUE ZEROES.
       01  CN-RETROACTIVOS     PIC 9(04) VALUE ZEROES.
       01  AC-TOTAL-RETRO      PIC S9(09)V99 VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(40)
           05 CT-TEXTO-MAR PIC X(14) VALUE "  MARCADOS :  ".
           05 VR-TOT-MAR   PIC ZZZ9.

       01 LINEA-TITULO-RETRO.
           05 FILLER PIC X(46) VALUE
           "AJUSTES RETROACTIVOS LIQUIDADOS EN EL PERIODO ".
           05 FILLER PIC X(29) VALUE "(FUERA DE LA COMPARACION)".

       01 LINEA-RETRO.
           05 CT-TEXTO-LEG-RT PIC X(09) VALUE "LEGAJO : ".
           05 VR-LEGAJO-RT    PIC X(11).
           05 CT-TEXTO-RETRO  PIC X(10) VALUE "  RETRO : ".
           05 VR-RETRO        PIC -------9.99.

       01 LINEA-TOTAL-RETRO.
           05 CT-TEXTO-CAN-RT PIC X(23) VALUE "LEGAJOS CON RETRO :    ".
           05 VR-TOT-CANT-RT  PIC ZZZ9.
           05 CT-TEXTO-TOT-RT PIC X(11) VALUE "  TOTAL :  ".
           05 VR-TOT-RETRO    PIC ---------9.99.

       01 LINEA-SIN-HISTORIA.
           05 FILLER PIC X(47) VALUE
           "SIN HISTORIA DE NOMINA PARA COMPARAR PERIODOS".
                   IF NH-PERIODO NOT = WS-PERIODO-ACTUAL
                       MOVE "0" TO WS-FIN-HISTORIA
                   ELSE
                       PERFORM 2320-GUARDAR-SI-MENSUAL
                   END-IF
           END-READ.

           2320-GUARDAR-SI-MENSUAL.
           IF NH-LIQ-MENSUAL
               MOVE "S" TO WS-HAY-PERIODO
               ADD 1 TO CN-LIQUIDADOS
               MOVE NH-LEGAJO TO TB-LQ-LEGAJO(CN-LIQUIDADOS)
               COMPUTE TB-LQ-BRUTO(CN-LIQUIDADOS) =
                   NH-BRUTO - NH-RETRO
               MOVE NH-RETRO TO TB-LQ-RETRO(CN-LIQUIDADOS)
           END-IF.

           3000-COMPARAR-PERIODOS.
           OPEN OUTPUT VARIACION-REPORTE.
           IF WS-HAY-PERIODO = "N"
                   UNTIL WS-SUB-LIQUIDADO > CN-LIQUIDADOS
               PERFORM 3500-BUSCAR-FALTANTES
               CLOSE HISTORIA-NOMINA
               PERFORM 3600-LISTAR-RETROACTIVOS
               MOVE CN-LIQUIDADOS TO VR-TOT-LIQ
               MOVE CN-MARCADOS TO VR-TOT-MAR
               WRITE VARIACION-LINEA FROM LINEA-RESUMEN
           3100-COMPARAR-UN-LEGAJO.
           MOVE WS-PERIODO-ANTERIOR TO NH-PERIODO.
           MOVE TB-LQ-LEGAJO(WS-SUB-LIQUIDADO) TO NH-LEGAJO.
           MOVE SPACE TO NH-TIPO-LIQ.
           READ HISTORIA-NOMINA
               KEY IS NH-CLAVE
               INVALID KEY
           DISPLAY LINEA-LEGAJO.

           3300-EVALUAR-VARIACION.
           COMPUTE WS-BRUTO-ANTERIOR = NH-BRUTO - NH-RETRO.
           MOVE ZEROES TO WS-VARIACION.
           IF WS-BRUTO-ANTERIOR > 0
               SUBTRACT WS-BRUTO-ANTERIOR
                   IF NH-PERIODO NOT = WS-PERIODO-ANTERIOR
                       MOVE "0" TO WS-FIN-HISTORIA
                   ELSE
                       IF NH-LIQ-MENSUAL
                           PERFORM 3520-MARCAR-SI-FALTA
                       END-IF
                   END-IF
           END-READ.

               ADD 1 TO CN-MARCADOS
               MOVE NH-LEGAJO TO VR-LEGAJO
               MOVE ZEROES TO VR-BRUTO
               COMPUTE VR-BRUTO-ANT = NH-BRUTO - NH-RETRO
               MOVE ZEROES TO VR-VARIACION
               MOVE "* NO LIQUIDADO AHORA *  " TO VR-NOVEDAD
               WRITE VARIACION-LINEA FROM LINEA-LEGAJO
               MOVE "S" TO WS-ENCONTRADO-LEG
           END-IF.

           3600-LISTAR-RETROACTIVOS.
           PERFORM 3610-CONTAR-RETROACTIVO
               VARYING WS-SUB-LIQUIDADO FROM 1 BY 1
               UNTIL WS-SUB-LIQUIDADO > CN-LIQUIDADOS.
           IF CN-RETROACTIVOS > 0
               WRITE VARIACION-LINEA FROM LINEA-TITULO-RETRO
               DISPLAY LINEA-TITULO-RETRO
               PERFORM 3620-ESCRIBIR-RETROACTIVO
                   VARYING WS-SUB-LIQUIDADO FROM 1 BY 1
                   UNTIL WS-SUB-LIQUIDADO > CN-LIQUIDADOS
               MOVE CN-RETROACTIVOS TO VR-TOT-CANT-RT
               MOVE AC-TOTAL-RETRO TO VR-TOT-RETRO
               WRITE VARIACION-LINEA FROM LINEA-TOTAL-RETRO
               DISPLAY LINEA-TOTAL-RETRO
           END-IF.

           3610-CONTAR-RETROACTIVO.
           IF TB-LQ-RETRO(WS-SUB-LIQUIDADO) NOT = 0
               ADD 1 TO CN-RETROACTIVOS
               ADD TB-LQ-RETRO(WS-SUB-LIQUIDADO) TO AC-TOTAL-RETRO
           END-IF.

           3620-ESCRIBIR-RETROACTIVO.
           IF TB-LQ-RETRO(WS-SUB-LIQUIDADO) NOT = 0
               MOVE TB-LQ-LEGAJO(WS-SUB-LIQUIDADO) TO VR-LEGAJO-RT
               MOVE TB-LQ-RETRO(WS-SUB-LIQUIDADO) TO VR-RETRO
               WRITE VARIACION-LINEA FROM LINEA-RETRO
               DISPLAY LINEA-RETRO
           END-IF.

       END PROGRAM REPORTE-VARIACION-NOMINA.
