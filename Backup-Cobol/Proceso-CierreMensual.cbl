      *          corrida de ventas completa en cierre-historia.dat) y
      *          el periodo no se cerro antes (cierre-mensual.ctl).
      *          Pasos: consolidado mensual de ventas, liquidacion de
      *          comisiones de venta del periodo (que la nomina suma
      *          al bruto), liquidacion de nomina del periodo,
      *          aguinaldo del semestre (solo al cerrar junio y
      *          diciembre), rol anual de vacaciones (solo al cerrar
      *          diciembre), depuracion por retencion del
      *          historico, reporte de dotacion y rotacion de
      *          personal por sector (REPORTE-DOTACION, impreso y
      *          exportado; con estado 1 queda asentado en el log y
      *          la cadena sigue) y reporte de desempeno de tiendas
      *          y regiones contra el mismo mes del anio anterior
      *          (REPORTE-TIENDAS, con el mismo tratamiento del
      *          estado 1). Reemplaza el ritual manual de fin
      *          de mes que dependia de que una persona recordara el
      *          orden.
      *          Antes de los pasos corre siempre (tambien al
      *          reiniciar) la verificacion de integridad de datos
      *          VERIFICAR-INTEGRIDAD: con estado 1 deja el aviso en el
      *          log y sigue; con estado 2 (huerfanos que afectan la
      *          liquidacion) detiene la cadena hasta que se corrijan.
      *          Al terminar sin detenciones guarda en el catalogo de
      *          reportes (CATALOGAR-REPORTE) cada reporte del cierre
      *          bajo la fecha del ultimo cierre diario del mes; los
      *          de nomina, comisiones, aguinaldo y prestamos quedan
      *          con perfil minimo de supervisor.
      *          Cada paso que corre deja su estadistica de corrida
      *          (cadena M, con la fecha del ultimo cierre diario como
      *          fecha de negocio) en cierre-estadisticas.dat por
      *          REGISTRAR-ESTADISTICA, y antes de catalogar
      *          REPORTE-ESTADISTICAS compara los tiempos contra las
      *          corridas anteriores y proyecta la duracion de la
      *          cadena en estadisticas-mensual.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ESTADO-ROL        PIC X VALUE "1".
       01  WS-SALDOS-CREADOS    PIC 9(04) VALUE ZEROES.
       01  WS-ESTADO-PASO       PIC X VALUE "2".
       01  WS-ESTADO-INTEGRIDAD PIC X VALUE "2".
       01  WS-EXCEPCIONES-INTEGRIDAD PIC 9(04) VALUE ZEROES.
       01  WS-ESTADO-ESTADISTICAS PIC X VALUE "2".

           COPY ESTADIST.CPY.

       01  WS-CATALOGO-REPORTE  PIC X(20) VALUE SPACES.
       01  WS-CATALOGO-ARCHIVO  PIC X(60) VALUE SPACES.
       01  WS-CATALOGO-PROGRAMA PIC X(24) VALUE SPACES.
       01  WS-CATALOGO-FECHA    PIC 9(08) VALUE ZEROES.
       01  WS-CATALOGO-PERFIL   PIC 9(01) VALUE ZERO.
       01  WS-CATALOGO-ESTADO   PIC X(01) VALUE "2".
       01  WS-CATALOGO-LINEAS   PIC 9(06) VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(32)
           05 FILLER PIC X(12) VALUE " - OMITIDO -".
           05 LG-MOTIVO-OMITIDO PIC X(34).

       01 LINEA-AVISO-INTEGRIDAD.
           05 FILLER PIC X(38)
           VALUE "*** AVISO: EXCEPCIONES DE INTEGRIDAD ".
           05 FILLER PIC X(30)
           VALUE "- VER INTEGRIDAD-DATOS.RPT ***".

       01 LINEA-AVISO-ESTADISTICAS.
           05 FILLER PIC X(38)
           VALUE "*** AVISO: PASOS FUERA DE SU TIEMPO - ".
           05 FILLER PIC X(32)
           VALUE "VER ESTADISTICAS-MENSUAL.RPT ***".

       01 LINEA-CATALOGO.
           05 FILLER PIC X(11) VALUE "CATALOGO : ".
           05 LG-CATALOGO-REPORTE PIC X(20).
           05 FILLER PIC X(11) VALUE " - ESTADO: ".
           05 LG-CATALOGO-ESTADO PIC X(01).
           05 FILLER PIC X(10) VALUE " - LINEAS:".
           05 LG-CATALOGO-LINEAS PIC ZZZZZ9.

       01 LINEA-CADENA-DETENIDA.
           05 FILLER PIC X(44)
           VALUE "*** CADENA DETENIDA POR ERROR EN EL PASO ***".

           2000-EJECUTAR-PASOS.
           MOVE WS-PERIODO-CIERRE TO WS-PERIODO-TEXTO.
           PERFORM 2800-PREPARAR-ESTADISTICAS.
           PERFORM 2050-VERIFICAR-INTEGRIDAD.
           PERFORM 2100-PASO-CONSOLIDADO.
           PERFORM 2150-PASO-COMISIONES.
           PERFORM 2200-PASO-NOMINA.
           PERFORM 2250-PASO-AGUINALDO.
           PERFORM 2300-PASO-ROL-VACACIONES.
           PERFORM 2400-PASO-DEPURACION.
           PERFORM 2420-PASO-DOTACION.
           PERFORM 2425-PASO-TIENDAS.
           PERFORM 2430-ESTADISTICAS-CORRIDA.
           PERFORM 2450-CATALOGAR-REPORTES.

           2050-VERIFICAR-INTEGRIDAD.
           PERFORM 2810-INICIAR-ESTADISTICA.
           CALL "VERIFICAR-INTEGRIDAD" USING WS-ESTADO-INTEGRIDAD
               WS-EXCEPCIONES-INTEGRIDAD.
           MOVE "VERIFICAR-INTEGRIDAD" TO ES-PASO.
           MOVE WS-EXCEPCIONES-INTEGRIDAD TO ES-GRABADOS.
           MOVE WS-ESTADO-INTEGRIDAD TO ES-ESTADO.
           PERFORM 2820-GRABAR-ESTADISTICA.
           MOVE "VERIFICAR-INTEGRIDAD" TO LG-NOMBRE-PASO.
           MOVE WS-ESTADO-INTEGRIDAD TO LG-ESTADO.
           MOVE WS-EXCEPCIONES-INTEGRIDAD TO LG-REGISTROS.
           WRITE LOG-MENSUAL-LINEA FROM LINEA-DETALLE-PASO.
           EVALUATE WS-ESTADO-INTEGRIDAD
               WHEN "2"
                   MOVE "S" TO WS-CADENA-DETENIDA
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-CADENA-DETENIDA
               WHEN "1"
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-AVISO-INTEGRIDAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           2100-PASO-CONSOLIDADO.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 1
           ELSE
               SET ENVIRONMENT "CONSOLIDADO-PERIODO"
                   TO WS-PERIODO-TEXTO
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "REPORTE-VENTAS-MENSUAL" USING WS-ESTADO-PASO
               MOVE "REPORTE-VENTAS-MENSUAL" TO ES-PASO
               MOVE WS-ESTADO-PASO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               SET ENVIRONMENT "CONSOLIDADO-PERIODO" TO " "
               MOVE "REPORTE-VENTAS-MENSUAL" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-PASO TO LG-ESTADO
               END-IF
           END-IF.

           2150-PASO-COMISIONES.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 2
               MOVE "LIQUIDAR-COMISIONES" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
               SET ENVIRONMENT "COMISIONES-PERIODO" TO WS-PERIODO-TEXTO
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "LIQUIDAR-COMISIONES" USING WS-ESTADO-PASO
               MOVE "LIQUIDAR-COMISIONES" TO ES-PASO
               MOVE WS-ESTADO-PASO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               SET ENVIRONMENT "COMISIONES-PERIODO" TO " "
               MOVE "LIQUIDAR-COMISIONES" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-PASO TO LG-ESTADO
               MOVE ZEROES TO LG-REGISTROS
               WRITE LOG-MENSUAL-LINEA FROM LINEA-DETALLE-PASO
               IF WS-ESTADO-PASO = "2"
                   MOVE "S" TO WS-CADENA-DETENIDA
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-CADENA-DETENIDA
               ELSE
                   MOVE 2 TO WS-ULTIMO-PASO-OK
               END-IF
           END-IF.

           2200-PASO-NOMINA.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 3
               MOVE "CALCULO-NOMINA" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
               SET ENVIRONMENT "NOMINA-PERIODO" TO WS-PERIODO-TEXTO
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "CALCULO-NOMINA" USING WS-ESTADO-PASO
               MOVE "CALCULO-NOMINA" TO ES-PASO
               MOVE WS-ESTADO-PASO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               SET ENVIRONMENT "NOMINA-PERIODO" TO " "
               MOVE "CALCULO-NOMINA" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-PASO TO LG-ESTADO
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-CADENA-DETENIDA
               ELSE
                   MOVE 3 TO WS-ULTIMO-PASO-OK
               END-IF
           END-IF.

           2250-PASO-AGUINALDO.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 4
               MOVE "CALCULO-AGUINALDO" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
               IF WS-UC-MES NOT = 6 AND WS-UC-MES NOT = 12
                   MOVE "CALCULO-AGUINALDO" TO LG-NOMBRE-OMITIDO
                   MOVE " SOLO EN JUNIO Y DICIEMBRE"
                       TO LG-MOTIVO-OMITIDO
                   WRITE LOG-MENSUAL-LINEA FROM LINEA-PASO-OMITIDO
                   MOVE 4 TO WS-ULTIMO-PASO-OK
               ELSE
                   SET ENVIRONMENT "AGUINALDO-PERIODO"
                       TO WS-PERIODO-TEXTO
                   PERFORM 2810-INICIAR-ESTADISTICA
                   CALL "CALCULO-AGUINALDO" USING WS-ESTADO-PASO
                   MOVE "CALCULO-AGUINALDO" TO ES-PASO
                   MOVE WS-ESTADO-PASO TO ES-ESTADO
                   PERFORM 2820-GRABAR-ESTADISTICA
                   SET ENVIRONMENT "AGUINALDO-PERIODO" TO " "
                   MOVE "CALCULO-AGUINALDO" TO LG-NOMBRE-PASO
                   MOVE WS-ESTADO-PASO TO LG-ESTADO
                   MOVE ZEROES TO LG-REGISTROS
                   WRITE LOG-MENSUAL-LINEA FROM LINEA-DETALLE-PASO
                   IF WS-ESTADO-PASO = "2"
                       MOVE "S" TO WS-CADENA-DETENIDA
                       WRITE LOG-MENSUAL-LINEA
                           FROM LINEA-CADENA-DETENIDA
                   ELSE
                       MOVE 4 TO WS-ULTIMO-PASO-OK
                   END-IF
               END-IF
           END-IF.

           2300-PASO-ROL-VACACIONES.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 5
               MOVE "ROLAR-VACACIONES" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
                   MOVE " SOLO SE ROLA AL CERRAR DICIEMBRE"
                       TO LG-MOTIVO-OMITIDO
                   WRITE LOG-MENSUAL-LINEA FROM LINEA-PASO-OMITIDO
                   MOVE 5 TO WS-ULTIMO-PASO-OK
               ELSE
                   MOVE WS-UC-ANIO TO WS-ANIO-TEXTO
                   SET ENVIRONMENT "VACACIONES-ROLAR-ANIO"
                       TO WS-ANIO-TEXTO
                   PERFORM 2810-INICIAR-ESTADISTICA
                   CALL "ROLAR-VACACIONES" USING WS-ESTADO-ROL
                       WS-SALDOS-CREADOS
                   MOVE "ROLAR-VACACIONES" TO ES-PASO
                   MOVE WS-SALDOS-CREADOS TO ES-GRABADOS
                   MOVE WS-ESTADO-ROL TO ES-ESTADO
                   PERFORM 2820-GRABAR-ESTADISTICA
                   SET ENVIRONMENT "VACACIONES-ROLAR-ANIO" TO " "
                   MOVE "ROLAR-VACACIONES" TO LG-NOMBRE-PASO
                   MOVE WS-ESTADO-ROL TO LG-ESTADO
                       WRITE LOG-MENSUAL-LINEA
                           FROM LINEA-CADENA-DETENIDA
                   ELSE
                       MOVE 5 TO WS-ULTIMO-PASO-OK
                   END-IF
               END-IF
           END-IF.

           2400-PASO-DEPURACION.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 6
               MOVE "DEPURAR-HISTORICO" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
               SET ENVIRONMENT "DEPURACION-CONFIRMA" TO "S"
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "DEPURAR-HISTORICO" USING WS-ESTADO-PASO
               MOVE "DEPURAR-HISTORICO" TO ES-PASO
               MOVE WS-ESTADO-PASO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               SET ENVIRONMENT "DEPURACION-CONFIRMA" TO " "
               MOVE "DEPURAR-HISTORICO" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-PASO TO LG-ESTADO
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-CADENA-DETENIDA
               ELSE
                   MOVE 6 TO WS-ULTIMO-PASO-OK
               END-IF
           END-IF.

           2420-PASO-DOTACION.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 7
               MOVE "REPORTE-DOTACION" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
               SET ENVIRONMENT "DOTACION-PERIODO" TO WS-PERIODO-TEXTO
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "REPORTE-DOTACION" USING WS-ESTADO-PASO
               MOVE "REPORTE-DOTACION" TO ES-PASO
               MOVE WS-ESTADO-PASO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               SET ENVIRONMENT "DOTACION-PERIODO" TO " "
               MOVE "REPORTE-DOTACION" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-PASO TO LG-ESTADO
               MOVE ZEROES TO LG-REGISTROS
               WRITE LOG-MENSUAL-LINEA FROM LINEA-DETALLE-PASO
               IF WS-ESTADO-PASO = "2"
                   MOVE "S" TO WS-CADENA-DETENIDA
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-CADENA-DETENIDA
               ELSE
                   MOVE 7 TO WS-ULTIMO-PASO-OK
               END-IF
           END-IF.

           2425-PASO-TIENDAS.
           IF WS-CADENA-DETENIDA = "S" OR WS-PASO-YA-COMPLETADO NOT < 8
               MOVE "REPORTE-TIENDAS" TO LG-NOMBRE-OMITIDO
               PERFORM 2900-ASENTAR-OMITIDO
           ELSE
               SET ENVIRONMENT "TIENDAS-PERIODO" TO WS-PERIODO-TEXTO
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "REPORTE-TIENDAS" USING WS-ESTADO-PASO
               MOVE "REPORTE-TIENDAS" TO ES-PASO
               MOVE WS-ESTADO-PASO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               SET ENVIRONMENT "TIENDAS-PERIODO" TO " "
               MOVE "REPORTE-TIENDAS" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-PASO TO LG-ESTADO
               MOVE ZEROES TO LG-REGISTROS
               WRITE LOG-MENSUAL-LINEA FROM LINEA-DETALLE-PASO
               IF WS-ESTADO-PASO = "2"
                   MOVE "S" TO WS-CADENA-DETENIDA
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-CADENA-DETENIDA
               ELSE
                   MOVE 8 TO WS-ULTIMO-PASO-OK
               END-IF
           END-IF.

           2430-ESTADISTICAS-CORRIDA.
           IF WS-CADENA-DETENIDA = "N"
               SET ENVIRONMENT "ESTADISTICAS-CADENA" TO "M"
               CALL "REPORTE-ESTADISTICAS" USING WS-ESTADO-ESTADISTICAS
               SET ENVIRONMENT "ESTADISTICAS-CADENA" TO " "
               MOVE "REPORTE-ESTADISTICAS" TO LG-NOMBRE-PASO
               MOVE WS-ESTADO-ESTADISTICAS TO LG-ESTADO
               MOVE ZEROES TO LG-REGISTROS
               WRITE LOG-MENSUAL-LINEA FROM LINEA-DETALLE-PASO
               IF WS-ESTADO-ESTADISTICAS = "1"
                   WRITE LOG-MENSUAL-LINEA
                       FROM LINEA-AVISO-ESTADISTICAS
               END-IF
           END-IF.

           2450-CATALOGAR-REPORTES.
           MOVE WS-FECHA-ULT-CIERRE TO WS-CATALOGO-FECHA.
           IF WS-CADENA-DETENIDA = "N"
               MOVE "INTEGRIDAD-DATOS" TO WS-CATALOGO-REPORTE
               MOVE "integridad-datos.rpt" TO WS-CATALOGO-ARCHIVO
               MOVE "VERIFICAR-INTEGRIDAD" TO WS-CATALOGO-PROGRAMA
               MOVE 2 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "CONSOLIDADO-MENSUAL" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "consolidado-" DELIMITED BY SIZE
                   WS-PERIODO-TEXTO DELIMITED BY SIZE
                   "01.rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "REPORTE-VENTAS-MENSUAL" TO WS-CATALOGO-PROGRAMA
               MOVE 1 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "COMISIONES" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "comisiones-" DELIMITED BY SIZE
                   WS-FECHA-SISTEMA DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "LIQUIDAR-COMISIONES" TO WS-CATALOGO-PROGRAMA
               MOVE 3 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "NOMINA-RESUMEN" TO WS-CATALOGO-REPORTE
               MOVE "nomina-resumen.rpt" TO WS-CATALOGO-ARCHIVO
               MOVE "CALCULO-NOMINA" TO WS-CATALOGO-PROGRAMA
               MOVE 3 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "NOMINA-RECIBOS" TO WS-CATALOGO-REPORTE
               MOVE "nomina-recibos.rpt" TO WS-CATALOGO-ARCHIVO
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "NOMINA-VARIACION" TO WS-CATALOGO-REPORTE
               MOVE "nomina-variacion.rpt" TO WS-CATALOGO-ARCHIVO
               MOVE "REPORTE-VARIACION-NOMINA" TO WS-CATALOGO-PROGRAMA
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "PRESTAMOS-SALDOS" TO WS-CATALOGO-REPORTE
               MOVE "prestamos-saldos.rpt" TO WS-CATALOGO-ARCHIVO
               MOVE "REPORTE-PRESTAMOS" TO WS-CATALOGO-PROGRAMA
               PERFORM 2460-CATALOGAR-UN-REPORTE
               IF WS-UC-MES = 6 OR WS-UC-MES = 12
                   MOVE "AGUINALDO-RECIBOS" TO WS-CATALOGO-REPORTE
                   MOVE "aguinaldo-recibos.rpt" TO WS-CATALOGO-ARCHIVO
                   MOVE "CALCULO-AGUINALDO" TO WS-CATALOGO-PROGRAMA
                   PERFORM 2460-CATALOGAR-UN-REPORTE
               END-IF
               MOVE "DEPURACION" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "depuracion-" DELIMITED BY SIZE
                   WS-FECHA-SISTEMA DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "DEPURAR-HISTORICO" TO WS-CATALOGO-PROGRAMA
               MOVE 2 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "DOTACION-PERSONAL" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "dotacion-" DELIMITED BY SIZE
                   WS-PERIODO-TEXTO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "REPORTE-DOTACION" TO WS-CATALOGO-PROGRAMA
               MOVE 3 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "TIENDAS-REGIONES" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "tiendas-" DELIMITED BY SIZE
                   WS-PERIODO-TEXTO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "REPORTE-TIENDAS" TO WS-CATALOGO-PROGRAMA
               MOVE 1 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "ESTADISTICAS-MENSUAL" TO WS-CATALOGO-REPORTE
               MOVE "estadisticas-mensual.rpt" TO WS-CATALOGO-ARCHIVO
               MOVE "REPORTE-ESTADISTICAS" TO WS-CATALOGO-PROGRAMA
               MOVE 2 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
           END-IF.

           2460-CATALOGAR-UN-REPORTE.
           CALL "CATALOGAR-REPORTE" USING WS-CATALOGO-REPORTE
               WS-CATALOGO-ARCHIVO WS-CATALOGO-PROGRAMA
               WS-CATALOGO-FECHA WS-CATALOGO-PERFIL
               WS-CATALOGO-ESTADO WS-CATALOGO-LINEAS.
           MOVE WS-CATALOGO-REPORTE TO LG-CATALOGO-REPORTE.
           MOVE WS-CATALOGO-ESTADO TO LG-CATALOGO-ESTADO.
           MOVE WS-CATALOGO-LINEAS TO LG-CATALOGO-LINEAS.
           WRITE LOG-MENSUAL-LINEA FROM LINEA-CATALOGO.

           2800-PREPARAR-ESTADISTICAS.
           MOVE "M" TO ES-CADENA.
           MOVE WS-FECHA-ULT-CIERRE TO ES-FECHA-NEGOCIO.
           MOVE WS-FECHA-SISTEMA TO ES-FECHA-CORRIDA.
           MOVE WS-HORA-SISTEMA TO ES-HORA-CORRIDA.

           2810-INICIAR-ESTADISTICA.
           MOVE ZEROES TO ES-LEIDOS.
           MOVE ZEROES TO ES-GRABADOS.
           MOVE ZEROES TO ES-SEGUNDOS.
           ACCEPT ES-HORA-INICIO FROM TIME.

           2820-GRABAR-ESTADISTICA.
           ACCEPT ES-HORA-FIN FROM TIME.
           CALL "REGISTRAR-ESTADISTICA" USING ESTADISTICA-REGISTRO.

           2900-ASENTAR-OMITIDO.
           IF WS-CADENA-DETENIDA = "S"
               MOVE " CADENA DETENIDA" TO LG-MOTIVO-OMITIDO
