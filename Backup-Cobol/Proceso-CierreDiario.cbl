      *          Tambien aplica las transacciones diarias de
      *          horas-diarias.dat a empleados.dat y al acumulado
      *          anual horas-anuales.dat y emite el reporte de horas
      *          anuales con el control del tope de extras, y concilia
      *          la asistencia del dia contra los turnos planificados
      *          (CONCILIAR-ASISTENCIA, asistencia-AAAAMMDD.rpt) y los
      *          depositos de efectivo de cada tienda contra su venta
      *          del dia (CONCILIAR-DEPOSITOS,
      *          conciliacion-depositos-AAAAMMDD.rpt). Como
      *          ultimo paso genera la interfaz contable del dia
      *          (INTERFAZ-CONTABLE) con su reporte de control. El control
      *          fecha-negocio.ctl impide ejecutar dos cierres en la
      *          misma fecha y solo avanza la fecha de negocio tras
      *          un cierre exitoso, salteando los feriados y dias no
      *          laborables del calendario feriados.dat
      *          (CALENDARIO-FERIADOS). Como paso cero llama a
      *          VERIFICAR-CIERRE, que revisa el entorno (fecha de
      *          negocio, checkpoint, pendientes, cruce de nomina,
      *          rutas del manifiesto y depositos abiertos) y asienta
      *          su checklist en el
      *          log; un estado 2 de la verificacion detiene la
      *          cadena antes de correr nada. Al terminar una cadena
      *          sin detenciones guarda en el catalogo de reportes
      *          (CATALOGAR-REPORTE) el listado de empleados, la
      *          asistencia, la conciliacion de depositos, la
      *          interfaz contable, la tendencia y los
      *          productos sin venta bajo la fecha de negocio cerrada.
      *          Con CIERRE-SIMULACION=S corre la cadena completa como
      *          simulacion: toma el candado igual que un cierre real,
      *          arma con PREPARAR-SIMULACION copias de trabajo
      *          simulacion-* de los archivos que los pasos
      *          actualizan, y deja simulacion-cierre-diario.log,
      *          simulacion-cierre-historia.dat, el reinicio y la
      *          fecha de negocio en sus propias copias simulacion-*.
      *          Los archivos reales, la secuencia de la interfaz y el
      *          catalogo de reportes no se tocan.
      *          Cada paso que corre deja su estadistica (hora de
      *          inicio y fin, segundos, registros leidos y grabados,
      *          fecha de negocio) en cierre-estadisticas.dat por
      *          REGISTRAR-ESTADISTICA; al final REPORTE-ESTADISTICAS
      *          compara cada paso contra su promedio, avisa los que
      *          se exceden y proyecta la duracion de la cadena
      *          (estadisticas-cierre.rpt, catalogado con los demas).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-CIERRE-ARCHIVO
           ASSIGN TO WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REINICIO-ARCHIVO
           ASSIGN TO WS-REINICIO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REINICIO-STATUS.

           SELECT OPTIONAL FECHA-NEGOCIO-ARCHIVO
           ASSIGN TO WS-FECHA-NEG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FECHA-NEG-STATUS.

       01  WS-TOTAL-IMPORTE-VENTAS   PIC 9(08)V99 VALUE ZEROES.
       01  WS-RECHAZOS-VENTAS        PIC 9(04) VALUE ZEROES.

       01  WS-LOG-PATH               PIC X(60) VALUE
           "cierre-diario.log".
       01  WS-HISTORIA-PATH          PIC X(60) VALUE
           "cierre-historia.dat".
       01  WS-REINICIO-PATH          PIC X(60) VALUE
           "cierre-reinicio.ctl".
       01  WS-FECHA-NEG-PATH         PIC X(60) VALUE
           "fecha-negocio.ctl".
       01  WS-SIMULACION             PIC X VALUE "N".
       01  WS-SIM-MODO               PIC X VALUE "P".
       01  WS-SIM-ESTADO             PIC X VALUE "2".
       01  WS-SIM-COPIADOS           PIC 9(04) VALUE ZEROES.
       01 WS-SIM-ENTORNO-GUARDADO.
           05 WS-SIM-VALOR-ENTORNO OCCURS 9 TIMES PIC X(60).

       01  WS-REINICIO-STATUS        PIC X(02) VALUE "00".
           88 REINICIO-ABIERTO-OK VALUES "00" "05".
       01  WS-MODO-REINICIO          PIC X VALUE "N".
       01  WS-FECHA-ULT-CIERRE       PIC 9(08) VALUE ZEROES.
       01  WS-CIERRE-BLOQUEADO       PIC X VALUE "N".
       01  WS-DIAS-DEL-MES           PIC 9(02) VALUE ZEROES.
       01  WS-CALENDARIO-MODO        PIC X(01) VALUE SPACE.
       01  WS-CALENDARIO-HASTA       PIC 9(08) VALUE ZEROES.
       01  WS-TIPO-DIA               PIC X(01) VALUE SPACE.
       01  WS-CANT-NO-HABILES        PIC 9(05) VALUE ZEROES.
       01  WS-DIAS-SALTEADOS         PIC 9(04) VALUE ZEROES.
       01  WS-RESTO-BISIESTO         PIC 9(04) VALUE ZEROES.
       01  WS-COCIENTE-BISIESTO      PIC 9(04) VALUE ZEROES.
       01  WS-PASO-YA-COMPLETADO     PIC 9(02) VALUE ZEROES.

       01  WS-ESTADO-INTERFAZ        PIC X VALUE "2".
       01  WS-MOV-INTERFAZ           PIC 9(04) VALUE ZEROES.
       01  WS-ESTADO-ASISTENCIA      PIC X VALUE "2".
       01  WS-EXCEPCIONES-ASISTENCIA PIC 9(04) VALUE ZEROES.
       01  WS-ESTADO-DEPOSITOS       PIC X VALUE "2".
       01  WS-PARTIDAS-DEPOSITOS     PIC 9(04) VALUE ZEROES.

       01  WS-ESTADO-VERIFICACION    PIC X VALUE "2".
       01  WS-ESTADO-ESTADISTICAS    PIC X VALUE "2".

           COPY ESTADIST.CPY.

       01  WS-CATALOGO-REPORTE       PIC X(20) VALUE SPACES.
       01  WS-CATALOGO-ARCHIVO       PIC X(60) VALUE SPACES.
       01  WS-CATALOGO-PROGRAMA      PIC X(24) VALUE SPACES.
       01  WS-CATALOGO-FECHA         PIC 9(08) VALUE ZEROES.
       01  WS-CATALOGO-PERFIL        PIC 9(01) VALUE ZERO.
       01  WS-CATALOGO-ESTADO        PIC X(01) VALUE "2".
       01  WS-CATALOGO-LINEAS        PIC 9(06) VALUE ZEROES.
       01  WS-SUB-CHECKLIST          PIC 9(02) VALUE ZEROES.
       01 CHECKLIST-VERIFICACION.
           05 WS-CANT-LINEAS-CHECK   PIC 9(02) VALUE ZEROES.
       01 LINEA-TITULO.
           05 FILLER PIC X(30) VALUE "CIERRE DIARIO - LOG DE CORRIDA".

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-FECHA.
           05 FILLER PIC X(08) VALUE "FECHA : ".
           05 LG-FECHA PIC 9(08).
           05 LG-TEXTO-ARCHIVADO PIC X(49).
           05 LG-ARCHIVADOS PIC ZZZ9.

       01 LINEA-CATALOGO.
           05 FILLER PIC X(11) VALUE "CATALOGO : ".
           05 LG-CATALOGO-REPORTE PIC X(20).
           05 FILLER PIC X(11) VALUE " - ESTADO: ".
           05 LG-CATALOGO-ESTADO PIC X(01).
           05 FILLER PIC X(10) VALUE " - LINEAS:".
           05 LG-CATALOGO-LINEAS PIC ZZZZZ9.

       01 LINEA-FECHA-NEGOCIO.
           05 FILLER PIC X(18) VALUE "FECHA DE NEGOCIO :".
           05 LG-FECHA-NEGOCIO PIC 9(08).
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           PERFORM 1100-OBTENER-MODO.
           PERFORM 1200-LEER-FECHA-NEGOCIO.
           IF WS-CIERRE-BLOQUEADO = "N"
               PERFORM 1300-TOMAR-CANDADO
           IF WS-CIERRE-BLOQUEADO = "N"
               AND WS-CANDADO-ESTADO = "0"
               PERFORM 1000-ABRIR-LOG
               IF WS-SIMULACION = "S"
                   PERFORM 1600-PREPARAR-SIMULACION
               END-IF
               PERFORM 1500-LEER-REINICIO
               PERFORM 2000-EJECUTAR-PROGRAMAS
               PERFORM 2500-ASENTAR-HISTORIA
               PERFORM 3000-CERRAR-LOG
               PERFORM 1400-LIBERAR-CANDADO
               IF WS-CADENA-DETENIDA = "N"
                   PERFORM 2900-EMITIR-POSTERIORES
                   IF WS-SIMULACION = "N"
                       PERFORM 3100-CATALOGAR-POSTERIORES
                   END-IF
               END-IF
               IF WS-SIMULACION = "S"
                   PERFORM 3200-TERMINAR-SIMULACION
               END-IF
           END-IF.
           GOBACK.

           1100-OBTENER-MODO.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-cierre-diario.log" TO WS-LOG-PATH
               MOVE "simulacion-cierre-historia.dat" TO WS-HISTORIA-PATH
               DISPLAY "*** SIMULACION DE CIERRE DIARIO - LOS ARCHIVOS "
                   "REALES NO SE MODIFICAN ***"
           ELSE
               MOVE "N" TO WS-SIMULACION
           END-IF.

           1600-PREPARAR-SIMULACION.
           MOVE "P" TO WS-SIM-MODO.
           CALL "PREPARAR-SIMULACION" USING WS-SIM-MODO WS-SIM-ESTADO
               WS-SIM-COPIADOS WS-SIM-ENTORNO-GUARDADO.
           MOVE "COPIAS DE TRABAJO DE SIMULACION - ARCHIVOS:"
               TO LG-TEXTO-ARCHIVADO.
           MOVE WS-SIM-COPIADOS TO LG-ARCHIVADOS.
           WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO.
           IF WS-SIM-ESTADO = "2"
               MOVE "S" TO WS-CADENA-DETENIDA
               WRITE LOG-CIERRE-LINEA FROM LINEA-CADENA-DETENIDA
               DISPLAY "*** NO SE PUDIERON ARMAR LAS COPIAS DE "
                   "TRABAJO - LA SIMULACION NO CORRE ***"
           END-IF.

           1300-TOMAR-CANDADO.
           MOVE "T" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
           IF WS-CADENA-DETENIDA = "N" AND WS-ESTADO-VENTAS = "0"
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-ULT-CIERRE
               PERFORM 2710-SUMAR-UN-DIA
               PERFORM 2740-SALTEAR-NO-HABILES
           END-IF.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-fecha-negocio.ctl" TO WS-FECHA-NEG-PATH
           END-IF.
           OPEN OUTPUT FECHA-NEGOCIO-ARCHIVO.
           MOVE WS-FECHA-NEGOCIO TO FN-FECHA-NEGOCIO.
               END-IF
           END-IF.

           2740-SALTEAR-NO-HABILES.
           MOVE ZEROES TO WS-DIAS-SALTEADOS.
           MOVE "C" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-NEGOCIO WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.
           PERFORM 2750-CONSULTAR-CALENDARIO.
           PERFORM 2760-SALTEAR-UN-DIA
               UNTIL WS-TIPO-DIA = SPACE
               OR WS-DIAS-SALTEADOS > 365.
           IF WS-DIAS-SALTEADOS > 0
               MOVE "FECHA DE NEGOCIO SALTEA DIAS NO HABILES: "
                   TO LG-TEXTO-ARCHIVADO
               MOVE WS-DIAS-SALTEADOS TO LG-ARCHIVADOS
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
           END-IF.

           2750-CONSULTAR-CALENDARIO.
           MOVE "B" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-NEGOCIO WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.

           2760-SALTEAR-UN-DIA.
           ADD 1 TO WS-DIAS-SALTEADOS.
           PERFORM 2710-SUMAR-UN-DIA.
           PERFORM 2750-CONSULTAR-CALENDARIO.

           2720-DIAS-DEL-MES.
           EVALUATE WS-FN-MES
               WHEN 01 MOVE 31 TO WS-DIAS-DEL-MES
           1000-ABRIR-LOG.
           OPEN OUTPUT LOG-CIERRE-ARCHIVO.
           WRITE LOG-CIERRE-LINEA FROM LINEA-TITULO.
           IF WS-SIMULACION = "S"
               WRITE LOG-CIERRE-LINEA FROM LINEA-SIMULACION
           END-IF.
           MOVE WS-FECHA-SISTEMA TO LG-FECHA.
           MOVE WS-HORA-SISTEMA TO LG-HORA.
           WRITE LOG-CIERRE-LINEA FROM LINEA-FECHA.
           END-IF.

           2000-EJECUTAR-PROGRAMAS.
           PERFORM 2800-PREPARAR-ESTADISTICAS.
           PERFORM 2005-PASO-VERIFICACION.
           PERFORM 2010-PASO-VENTAS.
           PERFORM 2015-RESPALDAR-EMPLEADOS.
           PERFORM 2030-PASO-EJ02.
           PERFORM 2200-ARCHIVAR-VENTAS-DIA.
           PERFORM 2300-POSTEAR-HORAS-ANUALES.
           PERFORM 2350-CONCILIAR-ASISTENCIA.
           PERFORM 2380-CONCILIAR-DEPOSITOS.
           PERFORM 2400-GENERAR-INTERFAZ-CONTABLE.
           PERFORM 2450-CATALOGAR-REPORTES.

           2005-PASO-VERIFICACION.
           PERFORM 2810-INICIAR-ESTADISTICA.
           CALL "VERIFICAR-CIERRE" USING WS-ESTADO-VERIFICACION
               CHECKLIST-VERIFICACION.
           MOVE "VERIFICAR-CIERRE" TO ES-PASO.
           MOVE WS-ESTADO-VERIFICACION TO ES-ESTADO.
           PERFORM 2820-GRABAR-ESTADISTICA.
           PERFORM 2006-ASENTAR-LINEA-CHECK
               VARYING WS-SUB-CHECKLIST FROM 1 BY 1
               UNTIL WS-SUB-CHECKLIST > WS-CANT-LINEAS-CHECK.
               END-IF
               WRITE LOG-CIERRE-LINEA FROM LINEA-PASO-OMITIDO
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "PROGRAMA-PRINCIPAL" USING WS-REG-VENTAS
                   WS-ESTADO-VENTAS WS-TOTAL-IMPORTE-VENTAS
                   WS-RECHAZOS-VENTAS
               MOVE "PROGRAMA-PRINCIPAL" TO ES-PASO
               ADD WS-REG-VENTAS WS-RECHAZOS-VENTAS GIVING ES-LEIDOS
               MOVE WS-REG-VENTAS TO ES-GRABADOS
               MOVE WS-ESTADO-VENTAS TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               MOVE "S" TO WS-VENTAS-CORRIO
               MOVE "PROGRAMA-PRINCIPAL" TO LG-NOMBRE-PROGRAMA
               MOVE WS-ESTADO-VENTAS TO LG-ESTADO
               WRITE LOG-CIERRE-LINEA FROM LINEA-PASO-OMITIDO
           ELSE
               SET ENVIRONMENT "RESPALDO-MODO" TO "U"
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "RESPALDO-EMPLEADOS" USING WS-ESTADO-RESPALDO
                   WS-REG-RESPALDADOS
               MOVE "RESPALDO-EMPLEADOS" TO ES-PASO
               MOVE WS-REG-RESPALDADOS TO ES-LEIDOS
               MOVE WS-REG-RESPALDADOS TO ES-GRABADOS
               MOVE WS-ESTADO-RESPALDO TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               IF WS-ESTADO-RESPALDO = "0"
                   MOVE "RESPALDO DE EMPLEADOS DESCARGADO - REGISTROS:"
                       TO LG-TEXTO-ARCHIVADO
               END-IF
               WRITE LOG-CIERRE-LINEA FROM LINEA-PASO-OMITIDO
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "MOSTRAR-LISTA" USING WS-REG-EMPLEADOS-LISTA
                   WS-ESTADO-LISTA
               MOVE "MOSTRAR-LISTA" TO ES-PASO
               MOVE WS-REG-EMPLEADOS-LISTA TO ES-LEIDOS
               MOVE WS-REG-EMPLEADOS-LISTA TO ES-GRABADOS
               MOVE WS-ESTADO-LISTA TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               MOVE "MOSTRAR-LISTA" TO LG-NOMBRE-PROGRAMA
               MOVE WS-ESTADO-LISTA TO LG-ESTADO
               MOVE WS-REG-EMPLEADOS-LISTA TO LG-REGISTROS
               END-IF
               WRITE LOG-CIERRE-LINEA FROM LINEA-PASO-OMITIDO
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "EJERCICIO02-ENRIQUEZ" USING WS-REG-EMPLEADOS-EJ02
                   WS-ESTADO-EJ02
               MOVE "EJERCICIO02-ENRIQUEZ" TO ES-PASO
               MOVE WS-REG-EMPLEADOS-EJ02 TO ES-LEIDOS
               MOVE WS-ESTADO-EJ02 TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               MOVE "EJERCICIO02-ENRIQUEZ" TO LG-NOMBRE-PROGRAMA
               MOVE WS-ESTADO-EJ02 TO LG-ESTADO
               MOVE WS-REG-EMPLEADOS-EJ02 TO LG-REGISTROS
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
           ELSE
               IF WS-ESTADO-VENTAS = "0"
                   PERFORM 2810-INICIAR-ESTADISTICA
                   CALL "ARCHIVAR-VENTAS" USING WS-REG-ARCHIVADOS
                   MOVE "ARCHIVAR-VENTAS" TO ES-PASO
                   MOVE WS-REG-ARCHIVADOS TO ES-LEIDOS
                   MOVE WS-REG-ARCHIVADOS TO ES-GRABADOS
                   MOVE "0" TO ES-ESTADO
                   PERFORM 2820-GRABAR-ESTADISTICA
                   MOVE "VENTAS BARRIDAS AL HISTORICO - REGISTROS:"
                       TO LG-TEXTO-ARCHIVADO
                   MOVE WS-REG-ARCHIVADOS TO LG-ARCHIVADOS
               MOVE ZEROES TO LG-ARCHIVADOS
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "ACUMULAR-HORAS-ANUALES" USING WS-REG-POSTEADOS
               MOVE "ACUMULAR-HORAS-ANUALES" TO ES-PASO
               MOVE WS-REG-POSTEADOS TO ES-LEIDOS
               MOVE WS-REG-POSTEADOS TO ES-GRABADOS
               MOVE "0" TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               MOVE "TRANSACCIONES DE HORAS APLICADAS - CANTIDAD: "
                   TO LG-TEXTO-ARCHIVADO
               MOVE WS-REG-POSTEADOS TO LG-ARCHIVADOS
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "REPORTE-HORAS-ANUALES"
               MOVE "REPORTE-HORAS-ANUALES" TO ES-PASO
               MOVE "0" TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
           END-IF.

           2350-CONCILIAR-ASISTENCIA.
           IF WS-CADENA-DETENIDA = "S"
               MOVE "ASISTENCIA NO CONCILIADA - CADENA DETENIDA"
                   TO LG-TEXTO-ARCHIVADO
               MOVE ZEROES TO LG-ARCHIVADOS
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "CONCILIAR-ASISTENCIA" USING WS-FECHA-NEGOCIO
                   WS-ESTADO-ASISTENCIA WS-EXCEPCIONES-ASISTENCIA
               MOVE "CONCILIAR-ASISTENCIA" TO ES-PASO
               MOVE WS-EXCEPCIONES-ASISTENCIA TO ES-GRABADOS
               MOVE WS-ESTADO-ASISTENCIA TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               IF WS-ESTADO-ASISTENCIA = "2"
                   MOVE "*** ASISTENCIA NO CONCILIADA - ERROR ***"
                       TO LG-TEXTO-ARCHIVADO
                   MOVE ZEROES TO LG-ARCHIVADOS
               ELSE
                   MOVE "ASISTENCIA CONCILIADA - EXCEPCIONES: "
                       TO LG-TEXTO-ARCHIVADO
                   MOVE WS-EXCEPCIONES-ASISTENCIA TO LG-ARCHIVADOS
               END-IF
           END-IF.
           WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO.

           2380-CONCILIAR-DEPOSITOS.
           IF WS-CADENA-DETENIDA = "S"
               MOVE "DEPOSITOS NO CONCILIADOS - CADENA DETENIDA"
                   TO LG-TEXTO-ARCHIVADO
               MOVE ZEROES TO LG-ARCHIVADOS
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "CONCILIAR-DEPOSITOS" USING WS-FECHA-NEGOCIO
                   WS-ESTADO-DEPOSITOS WS-PARTIDAS-DEPOSITOS
               MOVE "CONCILIAR-DEPOSITOS" TO ES-PASO
               MOVE WS-PARTIDAS-DEPOSITOS TO ES-GRABADOS
               MOVE WS-ESTADO-DEPOSITOS TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               IF WS-ESTADO-DEPOSITOS = "2"
                   MOVE "*** DEPOSITOS NO CONCILIADOS - ERROR ***"
                       TO LG-TEXTO-ARCHIVADO
                   MOVE ZEROES TO LG-ARCHIVADOS
               ELSE
                   MOVE "DEPOSITOS CONCILIADOS - PARTIDAS ABIERTAS: "
                       TO LG-TEXTO-ARCHIVADO
                   MOVE WS-PARTIDAS-DEPOSITOS TO LG-ARCHIVADOS
               END-IF
           END-IF.
           WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO.

           2400-GENERAR-INTERFAZ-CONTABLE.
           IF WS-CADENA-DETENIDA = "S"
               MOVE ZEROES TO LG-ARCHIVADOS
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
           ELSE
               PERFORM 2810-INICIAR-ESTADISTICA
               CALL "INTERFAZ-CONTABLE" USING WS-ESTADO-INTERFAZ
                   WS-MOV-INTERFAZ
               MOVE "INTERFAZ-CONTABLE" TO ES-PASO
               MOVE WS-MOV-INTERFAZ TO ES-GRABADOS
               MOVE WS-ESTADO-INTERFAZ TO ES-ESTADO
               PERFORM 2820-GRABAR-ESTADISTICA
               IF WS-ESTADO-INTERFAZ = "0"
                   MOVE "INTERFAZ CONTABLE GENERADA - MOVIMIENTOS: "
                       TO LG-TEXTO-ARCHIVADO
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
           END-IF.

           2450-CATALOGAR-REPORTES.
           MOVE WS-FECHA-NEGOCIO TO WS-CATALOGO-FECHA.
           IF WS-SIMULACION = "S"
               MOVE "REPORTES NO CATALOGADOS - SIMULACION"
                   TO LG-TEXTO-ARCHIVADO
               MOVE ZEROES TO LG-ARCHIVADOS
               WRITE LOG-CIERRE-LINEA FROM LINEA-ARCHIVADO
           END-IF.
           IF WS-CADENA-DETENIDA = "N" AND WS-SIMULACION = "N"
               MOVE "LISTADO-EMPLEADOS" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "listado-" DELIMITED BY SIZE
                   WS-FECHA-SISTEMA DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "MOSTRAR-LISTA" TO WS-CATALOGO-PROGRAMA
               MOVE 2 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "ASISTENCIA" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "asistencia-" DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "CONCILIAR-ASISTENCIA" TO WS-CATALOGO-PROGRAMA
               MOVE 2 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "DEPOSITOS-TIENDAS" TO WS-CATALOGO-REPORTE
               MOVE SPACES TO WS-CATALOGO-ARCHIVO
               STRING "conciliacion-depositos-" DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-CATALOGO-ARCHIVO
               MOVE "CONCILIAR-DEPOSITOS" TO WS-CATALOGO-PROGRAMA
               MOVE 2 TO WS-CATALOGO-PERFIL
               PERFORM 2460-CATALOGAR-UN-REPORTE
               MOVE "INTERFAZ-CONTABLE" TO WS-CATALOGO-REPORTE
               MOVE "interfaz-contable.rpt" TO WS-CATALOGO-ARCHIVO
               MOVE "INTERFAZ-CONTABLE" TO WS-CATALOGO-PROGRAMA
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
           WRITE LOG-CIERRE-LINEA FROM LINEA-CATALOGO.

           2500-ASENTAR-HISTORIA.
           OPEN EXTEND HISTORIA-ARCHIVO.
           MOVE WS-FECHA-SISTEMA TO HC-FECHA.
           IF WS-CADENA-DETENIDA = "N"
               MOVE ZEROES TO WS-ULTIMO-PASO-OK
           END-IF.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-cierre-reinicio.ctl" TO WS-REINICIO-PATH
           END-IF.
           OPEN OUTPUT REINICIO-ARCHIVO.
           MOVE WS-ULTIMO-PASO-OK TO REINICIO-REGISTRO.
           WRITE REINICIO-REGISTRO.
           CLOSE REINICIO-ARCHIVO.

           2800-PREPARAR-ESTADISTICAS.
           MOVE "D" TO ES-CADENA.
           MOVE WS-FECHA-NEGOCIO TO ES-FECHA-NEGOCIO.
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

           2900-EMITIR-POSTERIORES.
           PERFORM 2810-INICIAR-ESTADISTICA.
           CALL "REPORTE-TENDENCIA".
           MOVE "REPORTE-TENDENCIA" TO ES-PASO.
           MOVE "0" TO ES-ESTADO.
           PERFORM 2820-GRABAR-ESTADISTICA.
           PERFORM 2810-INICIAR-ESTADISTICA.
           CALL "REPORTE-SIN-VENTA".
           MOVE "REPORTE-SIN-VENTA" TO ES-PASO.
           MOVE "0" TO ES-ESTADO.
           PERFORM 2820-GRABAR-ESTADISTICA.
           SET ENVIRONMENT "ESTADISTICAS-CADENA" TO "D".
           CALL "REPORTE-ESTADISTICAS" USING WS-ESTADO-ESTADISTICAS.
           SET ENVIRONMENT "ESTADISTICAS-CADENA" TO " ".
           IF WS-ESTADO-ESTADISTICAS = "1"
               DISPLAY "*** HAY PASOS DEL CIERRE FUERA DE SU TIEMPO "
                   "HABITUAL - VER estadisticas-cierre.rpt ***"
           END-IF.

           3000-CERRAR-LOG.
           CLOSE LOG-CIERRE-ARCHIVO.

           3100-CATALOGAR-POSTERIORES.
           MOVE "TENDENCIA-CIERRE" TO WS-CATALOGO-REPORTE.
           MOVE "tendencia-cierre.rpt" TO WS-CATALOGO-ARCHIVO.
           MOVE "REPORTE-TENDENCIA" TO WS-CATALOGO-PROGRAMA.
           MOVE 1 TO WS-CATALOGO-PERFIL.
           CALL "CATALOGAR-REPORTE" USING WS-CATALOGO-REPORTE
               WS-CATALOGO-ARCHIVO WS-CATALOGO-PROGRAMA
               WS-CATALOGO-FECHA WS-CATALOGO-PERFIL
               WS-CATALOGO-ESTADO WS-CATALOGO-LINEAS.
           MOVE "PRODUCTOS-SIN-VENTA" TO WS-CATALOGO-REPORTE.
           MOVE "productos-sin-venta.rpt" TO WS-CATALOGO-ARCHIVO.
           MOVE "REPORTE-SIN-VENTA" TO WS-CATALOGO-PROGRAMA.
           MOVE 1 TO WS-CATALOGO-PERFIL.
           CALL "CATALOGAR-REPORTE" USING WS-CATALOGO-REPORTE
               WS-CATALOGO-ARCHIVO WS-CATALOGO-PROGRAMA
               WS-CATALOGO-FECHA WS-CATALOGO-PERFIL
               WS-CATALOGO-ESTADO WS-CATALOGO-LINEAS.
           MOVE "ESTADISTICAS-CIERRE" TO WS-CATALOGO-REPORTE.
           MOVE "estadisticas-cierre.rpt" TO WS-CATALOGO-ARCHIVO.
           MOVE "REPORTE-ESTADISTICAS" TO WS-CATALOGO-PROGRAMA.
           MOVE 2 TO WS-CATALOGO-PERFIL.
           CALL "CATALOGAR-REPORTE" USING WS-CATALOGO-REPORTE
               WS-CATALOGO-ARCHIVO WS-CATALOGO-PROGRAMA
               WS-CATALOGO-FECHA WS-CATALOGO-PERFIL
               WS-CATALOGO-ESTADO WS-CATALOGO-LINEAS.

           3200-TERMINAR-SIMULACION.
           MOVE "R" TO WS-SIM-MODO.
           CALL "PREPARAR-SIMULACION" USING WS-SIM-MODO WS-SIM-ESTADO
               WS-SIM-COPIADOS WS-SIM-ENTORNO-GUARDADO.
           DISPLAY "SIMULACION TERMINADA - VER "
               "simulacion-cierre-diario.log".

       END PROGRAM PROCESO-CIERRE-DIARIO.
