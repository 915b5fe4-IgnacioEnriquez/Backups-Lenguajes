      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Concilia la asistencia de un dia contra la grilla de
      *          turnos planificados turnos.dat. Toma las horas reales
      *          del dia (pendientes de horas-diarias.dat y ya
      *          aplicadas en horas-diarias-aplicadas.dat) y las
      *          novedades del dia (novedades.dat) y marca: legajos
      *          con turno y sin horas ni novedad que los cubra
      *          (AUSENTE SIN NOVEDAD), legajos que trabajaron en un
      *          dia de franco o sin turno cargado, y diferencias
      *          entre horas planificadas y reales mayores a
      *          DESVIO-HORAS-TURNO (2 por omision). Si la fecha no
      *          tiene turnos cargados no concilia y lo deja dicho en
      *          el reporte asistencia-AAAAMMDD.rpt. Lo llama el
      *          cierre diario con la fecha de negocio; devuelve 0 sin
      *          excepciones, 1 con excepciones y 2 ante un error de
      *          archivo, mas la cantidad de excepciones. En la
      *          simulacion del cierre (CIERRE-SIMULACION=S) lee las
      *          copias de trabajo simulacion-* de las horas y emite
      *          simulacion-asistencia-AAAAMMDD.rpt con la leyenda de
      *          simulacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-ASISTENCIA IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TURNOS-ARCHIVO
           ASSIGN TO WS-TURNOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CLAVE
           FILE STATUS IS WS-TURNOS-STATUS.

           SELECT OPTIONAL HORAS-DIARIAS-ARCHIVO
           ASSIGN TO WS-HORAS-DIARIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HORAS-DIARIAS-STATUS.

           SELECT OPTIONAL APLICADAS-ARCHIVO
           ASSIGN TO WS-APLICADAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APLICADAS-STATUS.

           SELECT OPTIONAL NOVEDADES-ARCHIVO
           ASSIGN TO WS-NOVEDADES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOVEDADES-STATUS.

           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO WS-PARAMETROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT ASISTENCIA-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TURNOS-ARCHIVO.
           COPY TURNO.CPY.

       FD HORAS-DIARIAS-ARCHIVO.
           COPY HORATRAN.CPY.

       FD APLICADAS-ARCHIVO.
       01 APLICADA-REGISTRO.
           05 AP-ESTADO PIC X(01).
           05 AP-LEGAJO PIC X(11).
           05 AP-FECHA  PIC 9(08).
           05 AP-HORAS  PIC 9(03).
           05 AP-EXTRA  PIC 9(03).
           05 AP-FERIADO PIC X(01).

       FD NOVEDADES-ARCHIVO.
           COPY NOVEDAD.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD ASISTENCIA-REPORTE.
       01 ASISTENCIA-LINEA PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TURNOS-PATH      PIC X(60) VALUE "turnos.dat".
       01  WS-TURNOS-STATUS    PIC X(02) VALUE "00".
           88 TURNOS-ABIERTO-OK VALUES "00" "05".
       01  WS-HORAS-DIARIAS-PATH PIC X(60) VALUE "horas-diarias.dat".
       01  WS-HORAS-DIARIAS-STATUS PIC X(02) VALUE "00".
           88 HORAS-DIARIAS-ABIERTO-OK VALUES "00" "05".
       01  WS-APLICADAS-PATH   PIC X(60) VALUE
           "horas-diarias-aplicadas.dat".
       01  WS-APLICADAS-STATUS PIC X(02) VALUE "00".
           88 APLICADAS-ABIERTO-OK VALUES "00" "05".
       01  WS-NOVEDADES-PATH   PIC X(60) VALUE "novedades.dat".
       01  WS-NOVEDADES-STATUS PIC X(02) VALUE "00".
           88 NOVEDADES-ABIERTO-OK VALUES "00" "05".
       01  WS-EMPLEADOS-PATH   PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS PIC X(02) VALUE "00".
           88 EMPLEADOS-ABIERTO-OK VALUES "00" "05".
       01  WS-EMPLEADOS-DISPONIBLE PIC X VALUE "N".
       01  WS-PARAMETROS-PATH  PIC X(60) VALUE "parametros.dat".
       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-SIMULACION       PIC X VALUE "N".

       01  WS-FIN-PARAMETROS   PIC X VALUE "1".
       01  WS-FIN-TRANSACCIONES PIC X VALUE "1".
       01  WS-FIN-NOVEDADES    PIC X VALUE "1".
       01  WS-FIN-TURNOS       PIC X VALUE "1".

       01  WS-FECHA-ASISTENCIA PIC 9(08) VALUE ZEROES.
       01  WS-DESVIO-PERMITIDO PIC 9(02) VALUE 2.
       01  WS-HORAS-REALES     PIC 9(04) VALUE ZEROES.
       01  WS-DIFERENCIA       PIC 9(04) VALUE ZEROES.
       01  WS-LEGAJO-BUSCADO   PIC X(11) VALUE SPACES.
       01  WS-HORAS-SUMAR      PIC 9(04) VALUE ZEROES.
       01  WS-MOTIVO           PIC X(24) VALUE SPACES.
       01  WS-AVISO-TABLA      PIC X VALUE "N".

       01 TABLA-HORAS-DIA.
           05 CN-LEGAJOS-HORAS PIC 9(04) VALUE ZEROES.
           05 HORAS-DIA-LEGAJO OCCURS 2000 TIMES.
               10 TB-HD-LEGAJO    PIC X(11).
               10 TB-HD-HORAS     PIC 9(04).
               10 TB-HD-CON-TURNO PIC X(01).
       01  WS-SUB-HORAS        PIC 9(04) VALUE ZEROES.
       01  WS-HORAS-HALLADO    PIC X VALUE "N".
       01  WS-POS-HORAS        PIC 9(04) VALUE ZEROES.

       01 TABLA-NOVEDADES-DIA.
           05 CN-NOVEDADES-DIA PIC 9(04) VALUE ZEROES.
           05 NOVEDAD-DIA-LEGAJO OCCURS 2000 TIMES.
               10 TB-ND-LEGAJO PIC X(11).
       01  WS-SUB-NOVEDAD      PIC 9(04) VALUE ZEROES.
       01  WS-NOVEDAD-HALLADA  PIC X VALUE "N".

       01  CN-TURNOS-DIA       PIC 9(04) VALUE ZEROES.
       01  CN-AUSENTES         PIC 9(04) VALUE ZEROES.
       01  CN-DESVIOS          PIC 9(04) VALUE ZEROES.
       01  CN-EN-FRANCO        PIC 9(04) VALUE ZEROES.
       01  CN-SIN-TURNO        PIC 9(04) VALUE ZEROES.
       01  CN-EXCEPCIONES      PIC 9(04) VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(36)
           VALUE "***** CONCILIACION DE ASISTENCIA - ".
           05 LT-FECHA PIC 9(08).
           05 FILLER PIC X(06) VALUE " *****".

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(13) VALUE "LEGAJO".
           05 FILLER PIC X(08) VALUE "SECTOR".
           05 FILLER PIC X(08) VALUE "PLAN".
           05 FILLER PIC X(08) VALUE "REAL".
           05 FILLER PIC X(24) VALUE "OBSERVACION".

       01 LINEA-EXCEPCION.
           05 LE-LEGAJO  PIC X(11).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LE-SECTOR  PIC X(05).
           05 FILLER     PIC X(03) VALUE SPACES.
           05 LE-PLAN    PIC Z9.
           05 FILLER     PIC X(04) VALUE SPACES.
           05 LE-REAL    PIC ZZZ9.
           05 FILLER     PIC X(04) VALUE SPACES.
           05 LE-MOTIVO  PIC X(24).

       01 LINEA-SIN-TURNOS.
           05 FILLER PIC X(50)
           VALUE "NO HAY TURNOS PLANIFICADOS PARA LA FECHA - NO SE ".
           05 FILLER PIC X(09) VALUE "CONCILIA".

       01 LINEA-TOTAL.
           05 LT-TEXTO-TOTAL PIC X(36).
           05 LT-CANTIDAD    PIC ZZZ9.

       LINKAGE SECTION.
       01  LK-FECHA-ASISTENCIA  PIC 9(08).
       01  LK-ESTADO-ASISTENCIA PIC X(01).
       01  LK-EXCEPCIONES       PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA-ASISTENCIA
           LK-ESTADO-ASISTENCIA LK-EXCEPCIONES.
           0000-PRINCIPAL.
           MOVE "0" TO LK-ESTADO-ASISTENCIA.
           MOVE ZEROES TO LK-EXCEPCIONES.
           MOVE LK-FECHA-ASISTENCIA TO WS-FECHA-ASISTENCIA.
           PERFORM 1000-OBTENER-RUTAS.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-CARGAR-HORAS-DEL-DIA.
           PERFORM 1300-CARGAR-NOVEDADES-DEL-DIA.
           IF LK-ESTADO-ASISTENCIA NOT = "2"
               PERFORM 2000-CONCILIAR
           END-IF.
           IF LK-ESTADO-ASISTENCIA NOT = "2"
               MOVE CN-EXCEPCIONES TO LK-EXCEPCIONES
               IF CN-EXCEPCIONES > 0
                   MOVE "1" TO LK-ESTADO-ASISTENCIA
               END-IF
           END-IF.
           GOBACK.

           1000-OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "TURNOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-TURNOS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "HORAS-DIARIAS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HORAS-DIARIAS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "NOVEDADES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-NOVEDADES-PATH
           END-IF.
           ACCEPT WS-EMPLEADOS-PATH FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-horas-diarias-aplicadas.dat"
                   TO WS-APLICADAS-PATH
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

           1110-LEER-UN-PARAMETRO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PARAMETROS
           END-READ.

           1120-APLICAR-PARAMETRO.
           IF PR-VALOR IS NUMERIC AND PR-VALOR > 0
               AND PR-CLAVE = "DESVIO-HORAS-TURNO"
               AND PR-VALOR < 25
               MOVE PR-VALOR TO WS-DESVIO-PERMITIDO
           END-IF.
           PERFORM 1110-LEER-UN-PARAMETRO.

           1200-CARGAR-HORAS-DEL-DIA.
           OPEN INPUT HORAS-DIARIAS-ARCHIVO.
           IF HORAS-DIARIAS-ABIERTO-OK
               MOVE "1" TO WS-FIN-TRANSACCIONES
               PERFORM 1210-LEER-PENDIENTE
                   UNTIL WS-FIN-TRANSACCIONES = "0"
               CLOSE HORAS-DIARIAS-ARCHIVO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR HORAS-DIARIAS.DAT"
                   " - STATUS " WS-HORAS-DIARIAS-STATUS " ***"
               MOVE "2" TO LK-ESTADO-ASISTENCIA
           END-IF.
           OPEN INPUT APLICADAS-ARCHIVO.
           IF APLICADAS-ABIERTO-OK
               MOVE "1" TO WS-FIN-TRANSACCIONES
               PERFORM 1220-LEER-APLICADA
                   UNTIL WS-FIN-TRANSACCIONES = "0"
               CLOSE APLICADAS-ARCHIVO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR HORAS-DIARIAS-"
                   "APLICADAS.DAT - STATUS " WS-APLICADAS-STATUS " ***"
               MOVE "2" TO LK-ESTADO-ASISTENCIA
           END-IF.

           1210-LEER-PENDIENTE.
           READ HORAS-DIARIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-TRANSACCIONES
               NOT AT END
                   IF HT-ESTADO = "P"
                       AND HT-FECHA = WS-FECHA-ASISTENCIA
                       MOVE HT-LEGAJO TO WS-LEGAJO-BUSCADO
                       COMPUTE WS-HORAS-SUMAR = HT-HORAS + HT-EXTRA
                       PERFORM 1230-SUMAR-HORAS-LEGAJO
                   END-IF
           END-READ.

           1220-LEER-APLICADA.
           READ APLICADAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-TRANSACCIONES
               NOT AT END
                   IF AP-FECHA = WS-FECHA-ASISTENCIA
                       MOVE AP-LEGAJO TO WS-LEGAJO-BUSCADO
                       COMPUTE WS-HORAS-SUMAR = AP-HORAS + AP-EXTRA
                       PERFORM 1230-SUMAR-HORAS-LEGAJO
                   END-IF
           END-READ.

           1230-SUMAR-HORAS-LEGAJO.
           PERFORM 1240-UBICAR-LEGAJO-HORAS.
           IF WS-HORAS-HALLADO = "S"
               ADD WS-HORAS-SUMAR TO TB-HD-HORAS(WS-POS-HORAS)
           ELSE
               IF CN-LEGAJOS-HORAS < 2000
                   ADD 1 TO CN-LEGAJOS-HORAS
                   MOVE WS-LEGAJO-BUSCADO
                       TO TB-HD-LEGAJO(CN-LEGAJOS-HORAS)
                   MOVE WS-HORAS-SUMAR
                       TO TB-HD-HORAS(CN-LEGAJOS-HORAS)
                   MOVE "N" TO TB-HD-CON-TURNO(CN-LEGAJOS-HORAS)
               ELSE
                   IF WS-AVISO-TABLA = "N"
                       DISPLAY "*** ADVERTENCIA: MAS DE 2000 LEGAJOS "
                           "CON HORAS EN EL DIA - EXCEDENTE NO "
                           "CONCILIADO ***"
                       MOVE "S" TO WS-AVISO-TABLA
                   END-IF
               END-IF
           END-IF.

           1240-UBICAR-LEGAJO-HORAS.
           MOVE "N" TO WS-HORAS-HALLADO.
           MOVE ZEROES TO WS-POS-HORAS.
           PERFORM 1250-COMPARAR-LEGAJO-HORAS
               VARYING WS-SUB-HORAS FROM 1 BY 1
               UNTIL WS-SUB-HORAS > CN-LEGAJOS-HORAS
               OR WS-HORAS-HALLADO = "S".

           1250-COMPARAR-LEGAJO-HORAS.
           IF TB-HD-LEGAJO(WS-SUB-HORAS) = WS-LEGAJO-BUSCADO
               MOVE "S" TO WS-HORAS-HALLADO
               MOVE WS-SUB-HORAS TO WS-POS-HORAS
           END-IF.

           1300-CARGAR-NOVEDADES-DEL-DIA.
           OPEN INPUT NOVEDADES-ARCHIVO.
           IF NOVEDADES-ABIERTO-OK
               MOVE "1" TO WS-FIN-NOVEDADES
               PERFORM 1310-LEER-NOVEDAD
                   UNTIL WS-FIN-NOVEDADES = "0"
               CLOSE NOVEDADES-ARCHIVO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOVEDADES.DAT - "
                   "STATUS " WS-NOVEDADES-STATUS " ***"
               MOVE "2" TO LK-ESTADO-ASISTENCIA
           END-IF.

           1310-LEER-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-NOVEDADES
               NOT AT END
                   IF NV-FECHA = WS-FECHA-ASISTENCIA
                       AND CN-NOVEDADES-DIA < 2000
                       ADD 1 TO CN-NOVEDADES-DIA
                       MOVE NV-LEGAJO TO TB-ND-LEGAJO(CN-NOVEDADES-DIA)
                   END-IF
           END-READ.

           2000-CONCILIAR.
           OPEN INPUT TURNOS-ARCHIVO.
           IF NOT TURNOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR TURNOS.DAT - "
                   "STATUS " WS-TURNOS-STATUS " ***"
               MOVE "2" TO LK-ESTADO-ASISTENCIA
           ELSE
               OPEN INPUT EMPLEADOS-ARCHIVO
               IF EMPLEADOS-ABIERTO-OK
                   MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
               END-IF
               PERFORM 2100-ABRIR-REPORTE
               MOVE WS-FECHA-ASISTENCIA TO TU-FECHA
               MOVE LOW-VALUES TO TU-LEGAJO
               MOVE "1" TO WS-FIN-TURNOS
               START TURNOS-ARCHIVO KEY IS NOT LESS THAN TU-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-TURNOS
               END-START
               PERFORM 2200-LEER-TURNO
                   UNTIL WS-FIN-TURNOS = "0"
               IF CN-TURNOS-DIA = 0
                   WRITE ASISTENCIA-LINEA FROM LINEA-SIN-TURNOS
                   DISPLAY LINEA-SIN-TURNOS
               ELSE
                   PERFORM 2400-LISTAR-SIN-TURNO
                       VARYING WS-SUB-HORAS FROM 1 BY 1
                       UNTIL WS-SUB-HORAS > CN-LEGAJOS-HORAS
               END-IF
               PERFORM 2900-ESCRIBIR-TOTALES
               CLOSE ASISTENCIA-REPORTE
               CLOSE TURNOS-ARCHIVO
               IF WS-EMPLEADOS-DISPONIBLE = "S"
                   CLOSE EMPLEADOS-ARCHIVO
               END-IF
           END-IF.

           2100-ABRIR-REPORTE.
           MOVE SPACES TO WS-REPORTE-PATH.
           IF WS-SIMULACION = "S"
               STRING "simulacion-asistencia-" DELIMITED BY SIZE
                   WS-FECHA-ASISTENCIA DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           ELSE
               STRING "asistencia-" DELIMITED BY SIZE
                   WS-FECHA-ASISTENCIA DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
           END-IF.
           OPEN OUTPUT ASISTENCIA-REPORTE.
           MOVE WS-FECHA-ASISTENCIA TO LT-FECHA.
           WRITE ASISTENCIA-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF WS-SIMULACION = "S"
               WRITE ASISTENCIA-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           WRITE ASISTENCIA-LINEA FROM LINEA-ENCABEZADO.

           2200-LEER-TURNO.
           READ TURNOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-TURNOS
               NOT AT END
                   IF TU-FECHA NOT = WS-FECHA-ASISTENCIA
                       MOVE "0" TO WS-FIN-TURNOS
                   ELSE
                       ADD 1 TO CN-TURNOS-DIA
                       PERFORM 2300-CONTROLAR-TURNO
                   END-IF
           END-READ.

           2300-CONTROLAR-TURNO.
           MOVE TU-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 1240-UBICAR-LEGAJO-HORAS.
           MOVE ZEROES TO WS-HORAS-REALES.
           IF WS-HORAS-HALLADO = "S"
               MOVE TB-HD-HORAS(WS-POS-HORAS) TO WS-HORAS-REALES
               MOVE "S" TO TB-HD-CON-TURNO(WS-POS-HORAS)
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           IF TU-HORAS-PLAN = 0
               IF WS-HORAS-REALES > 0
                   MOVE "TRABAJO EN FRANCO" TO WS-MOTIVO
                   ADD 1 TO CN-EN-FRANCO
               END-IF
           ELSE
               IF WS-HORAS-REALES = 0
                   PERFORM 2310-BUSCAR-NOVEDAD
                   IF WS-NOVEDAD-HALLADA = "N"
                       MOVE "AUSENTE SIN NOVEDAD" TO WS-MOTIVO
                       ADD 1 TO CN-AUSENTES
                   END-IF
               ELSE
                   IF WS-HORAS-REALES > TU-HORAS-PLAN
                       COMPUTE WS-DIFERENCIA
                           = WS-HORAS-REALES - TU-HORAS-PLAN
                   ELSE
                       COMPUTE WS-DIFERENCIA
                           = TU-HORAS-PLAN - WS-HORAS-REALES
                   END-IF
                   IF WS-DIFERENCIA > WS-DESVIO-PERMITIDO
                       MOVE "DESVIO PLAN / REAL" TO WS-MOTIVO
                       ADD 1 TO CN-DESVIOS
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               MOVE TU-LEGAJO TO LE-LEGAJO
               MOVE TU-SECTOR TO LE-SECTOR
               MOVE TU-HORAS-PLAN TO LE-PLAN
               MOVE WS-HORAS-REALES TO LE-REAL
               PERFORM 2800-ESCRIBIR-EXCEPCION
           END-IF.

           2310-BUSCAR-NOVEDAD.
           MOVE "N" TO WS-NOVEDAD-HALLADA.
           PERFORM 2320-COMPARAR-NOVEDAD
               VARYING WS-SUB-NOVEDAD FROM 1 BY 1
               UNTIL WS-SUB-NOVEDAD > CN-NOVEDADES-DIA
               OR WS-NOVEDAD-HALLADA = "S".

           2320-COMPARAR-NOVEDAD.
           IF TB-ND-LEGAJO(WS-SUB-NOVEDAD) = WS-LEGAJO-BUSCADO
               MOVE "S" TO WS-NOVEDAD-HALLADA
           END-IF.

           2400-LISTAR-SIN-TURNO.
           IF TB-HD-CON-TURNO(WS-SUB-HORAS) = "N"
               AND TB-HD-HORAS(WS-SUB-HORAS) > 0
               ADD 1 TO CN-SIN-TURNO
               MOVE TB-HD-LEGAJO(WS-SUB-HORAS) TO LE-LEGAJO
               MOVE SPACES TO LE-SECTOR
               IF WS-EMPLEADOS-DISPONIBLE = "S"
                   MOVE TB-HD-LEGAJO(WS-SUB-HORAS)
                       TO WS-EMPLEADOS-LEGAJO
                   READ EMPLEADOS-ARCHIVO
                       KEY IS WS-EMPLEADOS-LEGAJO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-EMPLEADOS-SECTOR TO LE-SECTOR
                   END-READ
               END-IF
               MOVE ZEROES TO LE-PLAN
               MOVE TB-HD-HORAS(WS-SUB-HORAS) TO LE-REAL
               MOVE "TRABAJO SIN TURNO" TO WS-MOTIVO
               PERFORM 2800-ESCRIBIR-EXCEPCION
           END-IF.

           2800-ESCRIBIR-EXCEPCION.
           ADD 1 TO CN-EXCEPCIONES.
           MOVE WS-MOTIVO TO LE-MOTIVO.
           WRITE ASISTENCIA-LINEA FROM LINEA-EXCEPCION.

           2900-ESCRIBIR-TOTALES.
           MOVE "TURNOS PLANIFICADOS DEL DIA        :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-TURNOS-DIA TO LT-CANTIDAD.
           WRITE ASISTENCIA-LINEA FROM LINEA-TOTAL.
           MOVE "AUSENTES SIN NOVEDAD               :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-AUSENTES TO LT-CANTIDAD.
           WRITE ASISTENCIA-LINEA FROM LINEA-TOTAL.
           MOVE "TRABAJARON EN FRANCO               :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-EN-FRANCO TO LT-CANTIDAD.
           WRITE ASISTENCIA-LINEA FROM LINEA-TOTAL.
           MOVE "TRABAJARON SIN TURNO               :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-SIN-TURNO TO LT-CANTIDAD.
           WRITE ASISTENCIA-LINEA FROM LINEA-TOTAL.
           MOVE "DESVIOS ENTRE PLAN Y REAL          :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-DESVIOS TO LT-CANTIDAD.
           WRITE ASISTENCIA-LINEA FROM LINEA-TOTAL.
           MOVE "TOTAL DE EXCEPCIONES               :"
               TO LT-TEXTO-TOTAL.
           MOVE CN-EXCEPCIONES TO LT-CANTIDAD.
           WRITE ASISTENCIA-LINEA FROM LINEA-TOTAL.
           DISPLAY LINEA-TOTAL.

       END PROGRAM CONCILIAR-ASISTENCIA.
