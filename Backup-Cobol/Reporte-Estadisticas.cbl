      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Analiza las estadisticas de corrida que los cierres
      *          dejan en cierre-estadisticas.dat. Para cada paso de
      *          la cadena (D diaria por omision, M mensual segun la
      *          variable ESTADISTICAS-CADENA) compara el tiempo de
      *          la ultima corrida contra el promedio de las
      *          CORRIDAS-PROMEDIO corridas anteriores y marca con
      *          EXCEDE el paso cuyo desvio supera TOPE-DESVIO-PASO
      *          por ciento, siempre que haya tardado al menos
      *          MINIMO-SEG-DESVIO segundos (todos en parametros.dat).
      *          Proyecta la duracion de cada paso y de la cadena
      *          completa por la tendencia de las corridas guardadas
      *          y avisa si la proyeccion supera la ventana del
      *          cierre (VENTANA-DIARIA-MIN o VENTANA-MENSUAL-MIN).
      *          Deja estadisticas-cierre.rpt (diaria) o
      *          estadisticas-mensual.rpt (mensual) y devuelve 0 sin
      *          observaciones, 1 con pasos excedidos o ventana
      *          superada y 2 si no hay estadisticas de la cadena. En
      *          la simulacion del cierre (CIERRE-SIMULACION=S) lee
      *          simulacion-cierre-estadisticas.dat y deja el reporte
      *          con prefijo simulacion- y la leyenda de simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ESTADISTICAS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESTADISTICAS-ARCHIVO
           ASSIGN TO WS-ESTADISTICAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESTADISTICAS-STATUS.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO WS-PARAMETROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT ESTADISTICAS-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTADISTICAS-ARCHIVO.
           COPY ESTADIST.CPY.

       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD ESTADISTICAS-REPORTE.
       01 ESTADISTICAS-LINEA  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CADENA          PIC X VALUE "D".
       01  WS-SIMULACION      PIC X VALUE "N".
       01  WS-RUTA-ENTORNO    PIC X(60) VALUE SPACES.
       01  WS-ESTADISTICAS-PATH PIC X(60)
           VALUE "cierre-estadisticas.dat".
       01  WS-PARAMETROS-PATH PIC X(60) VALUE "parametros.dat".
       01  WS-REPORTE-PATH    PIC X(60)
           VALUE "estadisticas-cierre.rpt".
       01  WS-ESTADISTICAS-STATUS PIC X(02) VALUE "00".
           88 ESTADISTICAS-ABIERTO-OK VALUES "00" "05".
       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-ESTADISTICAS PIC X VALUE "1".
       01  WS-FIN-PARAMETROS  PIC X VALUE "1".

       01  WS-CORRIDAS-PROMEDIO PIC 9(02) VALUE 10.
       01  WS-TOPE-DESVIO     PIC 9(06) VALUE 50.
       01  WS-MINIMO-SEGUNDOS PIC 9(06) VALUE 5.
       01  WS-VENTANA-DIARIA  PIC 9(06) VALUE 120.
       01  WS-VENTANA-MENSUAL PIC 9(06) VALUE 240.
       01  WS-VENTANA-MINUTOS PIC 9(06) VALUE ZEROES.
       01  WS-VENTANA-SEGUNDOS PIC 9(08) VALUE ZEROES.

       01  WS-MAX-GUARDADAS   PIC 9(03) VALUE ZEROES.
       01  WS-MAX-PASOS       PIC 9(02) VALUE 20.

       01 TABLA-PASOS.
           05 CN-PASOS PIC 9(02) VALUE ZEROES.
           05 PASO-GUARDADO OCCURS 20 TIMES.
               10 TB-PASO           PIC X(24).
               10 TB-CANT           PIC 9(03).
               10 TB-FECHA-CORRIDA  PIC 9(08).
               10 TB-HORA-CORRIDA   PIC 9(08).
               10 TB-LEIDOS         PIC 9(07).
               10 TB-GRABADOS       PIC 9(07).
               10 TB-ESTADO         PIC X(01).
               10 TB-SEGUNDOS OCCURS 100 TIMES PIC 9(06)V99.

       01  WS-ULT-FECHA-CORRIDA PIC 9(08) VALUE ZEROES.
       01  WS-ULT-HORA-CORRIDA  PIC 9(08) VALUE ZEROES.
       01  WS-ULT-FECHA-NEGOCIO PIC 9(08) VALUE ZEROES.

       01  WS-SUB-PASO        PIC 9(02) VALUE ZEROES.
       01  WS-SUB-BUSCA       PIC 9(02) VALUE ZEROES.
       01  WS-SUB-CORRIDA     PIC 9(03) VALUE ZEROES.
       01  WS-CANT            PIC 9(03) VALUE ZEROES.
       01  WS-CANT-PREVIAS    PIC 9(03) VALUE ZEROES.
       01  WS-PASO-CORRIO     PIC X VALUE "N".
       01  WS-ULTIMO          PIC 9(06)V99 VALUE ZEROES.
       01  WS-SUMA-PREVIAS    PIC 9(08)V99 VALUE ZEROES.
       01  WS-PROMEDIO        PIC 9(06)V99 VALUE ZEROES.
       01  WS-PROM-VENTANA    PIC 9(06)V99 VALUE ZEROES.
       01  WS-PENDIENTE       PIC S9(06)V99 VALUE ZEROES.
       01  WS-PROYECCION-CALC PIC S9(08)V99 VALUE ZEROES.
       01  WS-PROYECCION      PIC 9(06)V99 VALUE ZEROES.
       01  WS-DESVIO          PIC S9(07)V99 VALUE ZEROES.
       01  WS-ALERTAS         PIC 9(02) VALUE ZEROES.

       01  AC-TOTAL-ULTIMO    PIC 9(08)V99 VALUE ZEROES.
       01  AC-TOTAL-PROMEDIO  PIC 9(08)V99 VALUE ZEROES.
       01  AC-TOTAL-PROYECCION PIC 9(08)V99 VALUE ZEROES.
       01  AC-TOTAL-LEIDOS    PIC 9(08) VALUE ZEROES.
       01  AC-TOTAL-GRABADOS  PIC 9(08) VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(39)
           VALUE "***** ESTADISTICAS DE CORRIDA - CIERRE ".
           05 TL-CADENA PIC X(07).
           05 FILLER PIC X(06) VALUE " *****".

       01 LINEA-CORRIDA.
           05 FILLER PIC X(19) VALUE "FECHA DE NEGOCIO : ".
           05 TL-FECHA-NEGOCIO PIC 9(08).
           05 FILLER PIC X(12) VALUE "  CORRIDA : ".
           05 TL-FECHA-CORRIDA PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TL-HORA-CORRIDA PIC 9(08).

       01 LINEA-CRITERIO.
           05 FILLER PIC X(24) VALUE "PROMEDIO DE LAS ULTIMAS ".
           05 TL-CORRIDAS PIC Z9.
           05 FILLER PIC X(24) VALUE " CORRIDAS - TOPE DESVIO ".
           05 TL-TOPE PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "% - MINIMO: ".
           05 TL-MINIMO PIC ZZZZZ9.
           05 FILLER PIC X(04) VALUE " SEG".

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(25) VALUE "PASO".
           05 FILLER PIC X(10) VALUE "    ULTIMO".
           05 FILLER PIC X(10) VALUE "  PROMEDIO".
           05 FILLER PIC X(12) VALUE "       DESV%".
           05 FILLER PIC X(08) VALUE "  LEIDOS".
           05 FILLER PIC X(08) VALUE "   GRAB.".
           05 FILLER PIC X(10) VALUE "  PROYECC.".
           05 FILLER PIC X(06) VALUE " MARCA".

       01 LINEA-DETALLE.
           05 TL-PASO         PIC X(24).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-ULTIMO       PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-PROMEDIO     PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-DESVIO       PIC -ZZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-LEIDOS       PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-GRABADOS     PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-PROYECCION   PIC ZZZZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 TL-MARCA        PIC X(10).

       01 LINEA-VENTANA.
           05 FILLER PIC X(32) VALUE "PROYECCION DE LA CADENA (MIN) : ".
           05 TL-PROY-MINUTOS PIC ZZZZZ9.
           05 FILLER PIC X(19) VALUE "  VENTANA (MIN) :  ".
           05 TL-VENTANA PIC ZZZZZ9.

       01 LINEA-ALERTA.
           05 FILLER PIC X(31) VALUE "*** PASO QUE EXCEDE SU TIEMPO: ".
           05 TL-ALERTA-PASO PIC X(24).
           05 FILLER PIC X(04) VALUE " ***".

       01 LINEA-VENTANA-EXCEDIDA.
           05 FILLER PIC X(50)
           VALUE "*** LA PROYECCION DE LA CADENA SUPERA LA VENTANA ".
           05 FILLER PIC X(15) VALUE "DEL CIERRE ***".

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-SIN-ESTADISTICAS.
           05 FILLER PIC X(43) VALUE
           "SIN ESTADISTICAS DE CORRIDA PARA LA CADENA ".
           05 TL-SIN-CADENA PIC X(07).

       LINKAGE SECTION.
       01  LK-ESTADO          PIC X.

       PROCEDURE DIVISION USING LK-ESTADO.
           0000-MAINLINE.
           MOVE "0" TO LK-ESTADO.
           PERFORM 1000-OBTENER-PARAMETROS.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 2000-CARGAR-ESTADISTICAS.
           PERFORM 3000-EMITIR-REPORTE.
           GOBACK.

           1000-OBTENER-PARAMETROS.
           MOVE SPACES TO WS-CADENA.
           ACCEPT WS-CADENA FROM ENVIRONMENT "ESTADISTICAS-CADENA"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-CADENA = "M"
               MOVE "MENSUAL" TO TL-CADENA
               MOVE "estadisticas-mensual.rpt" TO WS-REPORTE-PATH
           ELSE
               MOVE "D" TO WS-CADENA
               MOVE "DIARIO" TO TL-CADENA
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "ESTADISTICAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ESTADISTICAS-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-cierre-estadisticas.dat"
                   TO WS-ESTADISTICAS-PATH
               IF WS-CADENA = "M"
                   MOVE "simulacion-estadisticas-mensual.rpt"
                       TO WS-REPORTE-PATH
               ELSE
                   MOVE "simulacion-estadisticas-cierre.rpt"
                       TO WS-REPORTE-PATH
               END-IF
           END-IF.

           1100-LEER-PARAMETROS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PARAMETROS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PARAMETROS-PATH
           END-IF.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ABIERTO-OK
               PERFORM 1110-LEER-UN-PARAMETRO
               PERFORM 1120-APLICAR-PARAMETRO
                   UNTIL WS-FIN-PARAMETROS = "0"
           END-IF.
           CLOSE PARAMETROS-ARCHIVO.
           IF WS-CADENA = "M"
               MOVE WS-VENTANA-MENSUAL TO WS-VENTANA-MINUTOS
           ELSE
               MOVE WS-VENTANA-DIARIA TO WS-VENTANA-MINUTOS
           END-IF.
           ADD 1 TO WS-CORRIDAS-PROMEDIO GIVING WS-MAX-GUARDADAS.

           1110-LEER-UN-PARAMETRO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PARAMETROS
           END-READ.

           1120-APLICAR-PARAMETRO.
           IF PR-VALOR IS NUMERIC AND PR-VALOR > 0
               EVALUATE PR-CLAVE
                   WHEN "CORRIDAS-PROMEDIO"
                       IF PR-VALOR NOT > 99
                           MOVE PR-VALOR TO WS-CORRIDAS-PROMEDIO
                       END-IF
                   WHEN "TOPE-DESVIO-PASO"
                       MOVE PR-VALOR TO WS-TOPE-DESVIO
                   WHEN "MINIMO-SEG-DESVIO"
                       MOVE PR-VALOR TO WS-MINIMO-SEGUNDOS
                   WHEN "VENTANA-DIARIA-MIN"
                       MOVE PR-VALOR TO WS-VENTANA-DIARIA
                   WHEN "VENTANA-MENSUAL-MIN"
                       MOVE PR-VALOR TO WS-VENTANA-MENSUAL
               END-EVALUATE
           END-IF.
           PERFORM 1110-LEER-UN-PARAMETRO.

           2000-CARGAR-ESTADISTICAS.
           OPEN INPUT ESTADISTICAS-ARCHIVO.
           IF ESTADISTICAS-ABIERTO-OK
               PERFORM 2100-LEER-ESTADISTICA
               PERFORM 2200-GUARDAR-ESTADISTICA
                   UNTIL WS-FIN-ESTADISTICAS = "0"
           END-IF.
           CLOSE ESTADISTICAS-ARCHIVO.

           2100-LEER-ESTADISTICA.
           READ ESTADISTICAS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ESTADISTICAS
           END-READ.

           2200-GUARDAR-ESTADISTICA.
           IF ES-CADENA = WS-CADENA
               PERFORM 2300-UBICAR-PASO
               IF WS-SUB-PASO > 0
                   PERFORM 2400-AGREGAR-TIEMPO
               END-IF
               MOVE ES-FECHA-CORRIDA TO WS-ULT-FECHA-CORRIDA
               MOVE ES-HORA-CORRIDA TO WS-ULT-HORA-CORRIDA
               MOVE ES-FECHA-NEGOCIO TO WS-ULT-FECHA-NEGOCIO
           END-IF.
           PERFORM 2100-LEER-ESTADISTICA.

           2300-UBICAR-PASO.
           MOVE ZEROES TO WS-SUB-PASO.
           PERFORM 2310-COMPARAR-PASO
               VARYING WS-SUB-BUSCA FROM 1 BY 1
               UNTIL WS-SUB-BUSCA > CN-PASOS OR WS-SUB-PASO > 0.
           IF WS-SUB-PASO = 0 AND CN-PASOS < WS-MAX-PASOS
               ADD 1 TO CN-PASOS
               MOVE CN-PASOS TO WS-SUB-PASO
               MOVE ES-PASO TO TB-PASO(WS-SUB-PASO)
               MOVE ZEROES TO TB-CANT(WS-SUB-PASO)
           END-IF.

           2310-COMPARAR-PASO.
           IF TB-PASO(WS-SUB-BUSCA) = ES-PASO
               MOVE WS-SUB-BUSCA TO WS-SUB-PASO
           END-IF.

           2400-AGREGAR-TIEMPO.
           IF TB-CANT(WS-SUB-PASO) NOT < WS-MAX-GUARDADAS
               PERFORM 2410-DESPLAZAR-TIEMPOS
           ELSE
               ADD 1 TO TB-CANT(WS-SUB-PASO)
           END-IF.
           MOVE ES-SEGUNDOS
               TO TB-SEGUNDOS(WS-SUB-PASO, TB-CANT(WS-SUB-PASO)).
           MOVE ES-FECHA-CORRIDA TO TB-FECHA-CORRIDA(WS-SUB-PASO).
           MOVE ES-HORA-CORRIDA TO TB-HORA-CORRIDA(WS-SUB-PASO).
           MOVE ES-LEIDOS TO TB-LEIDOS(WS-SUB-PASO).
           MOVE ES-GRABADOS TO TB-GRABADOS(WS-SUB-PASO).
           MOVE ES-ESTADO TO TB-ESTADO(WS-SUB-PASO).

           2410-DESPLAZAR-TIEMPOS.
           MOVE WS-MAX-GUARDADAS TO TB-CANT(WS-SUB-PASO).
           PERFORM 2420-DESPLAZAR-UNO
               VARYING WS-SUB-CORRIDA FROM 1 BY 1
               UNTIL WS-SUB-CORRIDA NOT < WS-MAX-GUARDADAS.

           2420-DESPLAZAR-UNO.
           MOVE TB-SEGUNDOS(WS-SUB-PASO, WS-SUB-CORRIDA + 1)
               TO TB-SEGUNDOS(WS-SUB-PASO, WS-SUB-CORRIDA).

           3000-EMITIR-REPORTE.
           OPEN OUTPUT ESTADISTICAS-REPORTE.
           IF WS-SIMULACION = "S"
               WRITE ESTADISTICAS-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           IF CN-PASOS = 0
               MOVE TL-CADENA TO TL-SIN-CADENA
               WRITE ESTADISTICAS-LINEA FROM LINEA-SIN-ESTADISTICAS
               DISPLAY LINEA-SIN-ESTADISTICAS
               MOVE "2" TO LK-ESTADO
           ELSE
               PERFORM 3100-EVALUAR-CADENA
           END-IF.
           CLOSE ESTADISTICAS-REPORTE.

           3100-EVALUAR-CADENA.
           WRITE ESTADISTICAS-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           MOVE WS-ULT-FECHA-NEGOCIO TO TL-FECHA-NEGOCIO.
           MOVE WS-ULT-FECHA-CORRIDA TO TL-FECHA-CORRIDA.
           MOVE WS-ULT-HORA-CORRIDA TO TL-HORA-CORRIDA.
           WRITE ESTADISTICAS-LINEA FROM LINEA-CORRIDA.
           DISPLAY LINEA-CORRIDA.
           MOVE WS-CORRIDAS-PROMEDIO TO TL-CORRIDAS.
           MOVE WS-TOPE-DESVIO TO TL-TOPE.
           MOVE WS-MINIMO-SEGUNDOS TO TL-MINIMO.
           WRITE ESTADISTICAS-LINEA FROM LINEA-CRITERIO.
           WRITE ESTADISTICAS-LINEA FROM LINEA-ENCABEZADO.
           DISPLAY LINEA-ENCABEZADO.
           PERFORM 3200-EVALUAR-PASO
               VARYING WS-SUB-PASO FROM 1 BY 1
               UNTIL WS-SUB-PASO > CN-PASOS.
           PERFORM 3500-TOTALIZAR-CADENA.
           IF WS-ALERTAS = 0
               DISPLAY "TIEMPOS DEL CIERRE DENTRO DE LOS LIMITES"
           ELSE
               MOVE "1" TO LK-ESTADO
           END-IF.

           3200-EVALUAR-PASO.
           MOVE TB-CANT(WS-SUB-PASO) TO WS-CANT.
           MOVE TB-SEGUNDOS(WS-SUB-PASO, WS-CANT) TO WS-ULTIMO.
           SUBTRACT 1 FROM WS-CANT GIVING WS-CANT-PREVIAS.
           MOVE ZEROES TO WS-SUMA-PREVIAS.
           PERFORM 3210-SUMAR-PREVIA
               VARYING WS-SUB-CORRIDA FROM 1 BY 1
               UNTIL WS-SUB-CORRIDA > WS-CANT-PREVIAS.
           IF WS-CANT-PREVIAS > 0
               DIVIDE WS-SUMA-PREVIAS BY WS-CANT-PREVIAS
                   GIVING WS-PROMEDIO ROUNDED
           ELSE
               MOVE WS-ULTIMO TO WS-PROMEDIO
           END-IF.
           MOVE ZEROES TO WS-DESVIO.
           IF WS-CANT-PREVIAS > 0 AND WS-PROMEDIO > 0
               COMPUTE WS-DESVIO ROUNDED =
                   (WS-ULTIMO - WS-PROMEDIO) * 100 / WS-PROMEDIO
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-DESVIO
               END-COMPUTE
           END-IF.
           PERFORM 3300-PROYECTAR-PASO.
           MOVE "N" TO WS-PASO-CORRIO.
           IF TB-FECHA-CORRIDA(WS-SUB-PASO) = WS-ULT-FECHA-CORRIDA
               AND TB-HORA-CORRIDA(WS-SUB-PASO) = WS-ULT-HORA-CORRIDA
               MOVE "S" TO WS-PASO-CORRIO
           END-IF.
           MOVE TB-PASO(WS-SUB-PASO) TO TL-PASO.
           MOVE WS-ULTIMO TO TL-ULTIMO.
           MOVE WS-PROMEDIO TO TL-PROMEDIO.
           MOVE WS-DESVIO TO TL-DESVIO.
           MOVE TB-LEIDOS(WS-SUB-PASO) TO TL-LEIDOS.
           MOVE TB-GRABADOS(WS-SUB-PASO) TO TL-GRABADOS.
           MOVE WS-PROYECCION TO TL-PROYECCION.
           MOVE SPACES TO TL-MARCA.
           IF WS-PASO-CORRIO = "N"
               MOVE "NO CORRIO" TO TL-MARCA
           ELSE
               ADD WS-ULTIMO TO AC-TOTAL-ULTIMO
               ADD WS-PROMEDIO TO AC-TOTAL-PROMEDIO
               ADD TB-LEIDOS(WS-SUB-PASO) TO AC-TOTAL-LEIDOS
               ADD TB-GRABADOS(WS-SUB-PASO) TO AC-TOTAL-GRABADOS
               IF WS-CANT-PREVIAS > 0
                   AND WS-ULTIMO NOT < WS-MINIMO-SEGUNDOS
                   AND WS-DESVIO > WS-TOPE-DESVIO
                   MOVE "EXCEDE" TO TL-MARCA
               END-IF
           END-IF.
           ADD WS-PROYECCION TO AC-TOTAL-PROYECCION.
           WRITE ESTADISTICAS-LINEA FROM LINEA-DETALLE.
           DISPLAY LINEA-DETALLE.
           IF TL-MARCA = "EXCEDE"
               PERFORM 3400-MARCAR-EXCESO
           END-IF.

           3210-SUMAR-PREVIA.
           ADD TB-SEGUNDOS(WS-SUB-PASO, WS-SUB-CORRIDA)
               TO WS-SUMA-PREVIAS.

           3300-PROYECTAR-PASO.
           MOVE WS-ULTIMO TO WS-PROYECCION.
           IF WS-CANT > 1
               COMPUTE WS-PROM-VENTANA ROUNDED =
                   (WS-SUMA-PREVIAS + WS-ULTIMO) / WS-CANT
               COMPUTE WS-PENDIENTE ROUNDED =
                   (WS-ULTIMO - TB-SEGUNDOS(WS-SUB-PASO, 1))
                   / (WS-CANT - 1)
               COMPUTE WS-PROYECCION-CALC ROUNDED =
                   WS-PROM-VENTANA + WS-PENDIENTE * (WS-CANT + 1) / 2
               IF WS-PROYECCION-CALC < 0
                   MOVE ZEROES TO WS-PROYECCION
               ELSE
                   MOVE WS-PROYECCION-CALC TO WS-PROYECCION
               END-IF
           END-IF.

           3400-MARCAR-EXCESO.
           ADD 1 TO WS-ALERTAS.
           MOVE TB-PASO(WS-SUB-PASO) TO TL-ALERTA-PASO.
           WRITE ESTADISTICAS-LINEA FROM LINEA-ALERTA.
           DISPLAY LINEA-ALERTA.

           3500-TOTALIZAR-CADENA.
           MOVE "TOTAL DE LA CADENA" TO TL-PASO.
           MOVE AC-TOTAL-ULTIMO TO TL-ULTIMO.
           MOVE AC-TOTAL-PROMEDIO TO TL-PROMEDIO.
           MOVE ZEROES TO WS-DESVIO.
           IF AC-TOTAL-PROMEDIO > 0
               COMPUTE WS-DESVIO ROUNDED =
                   (AC-TOTAL-ULTIMO - AC-TOTAL-PROMEDIO) * 100
                   / AC-TOTAL-PROMEDIO
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-DESVIO
               END-COMPUTE
           END-IF.
           MOVE WS-DESVIO TO TL-DESVIO.
           MOVE AC-TOTAL-LEIDOS TO TL-LEIDOS.
           MOVE AC-TOTAL-GRABADOS TO TL-GRABADOS.
           MOVE AC-TOTAL-PROYECCION TO TL-PROYECCION.
           MOVE SPACES TO TL-MARCA.
           WRITE ESTADISTICAS-LINEA FROM LINEA-DETALLE.
           DISPLAY LINEA-DETALLE.
           COMPUTE TL-PROY-MINUTOS ROUNDED = AC-TOTAL-PROYECCION / 60.
           MOVE WS-VENTANA-MINUTOS TO TL-VENTANA.
           WRITE ESTADISTICAS-LINEA FROM LINEA-VENTANA.
           DISPLAY LINEA-VENTANA.
           COMPUTE WS-VENTANA-SEGUNDOS = WS-VENTANA-MINUTOS * 60.
           IF AC-TOTAL-PROYECCION > WS-VENTANA-SEGUNDOS
               ADD 1 TO WS-ALERTAS
               WRITE ESTADISTICAS-LINEA FROM LINEA-VENTANA-EXCEDIDA
               DISPLAY LINEA-VENTANA-EXCEDIDA
           END-IF.

       END PROGRAM REPORTE-ESTADISTICAS.
