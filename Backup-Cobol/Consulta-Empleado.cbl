      *          cruce nomina-xref.dat, y los asientos de
      *          empleados-auditoria.log del legajo; todo en pantalla
      *          y en dossier-<legajo>.rpt, para responder una
      *          disputa sin abrir cinco archivos a mano. El dossier
      *          incluye tambien la historia completa de traslados
      *          del legajo (sector con fecha desde y hasta) de
      *          sector-asignaciones.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO WS-ASIGNACIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-CLAVE
           FILE STATUS IS WS-ASIGNACIONES-STATUS.

           SELECT DOSSIER-ARCHIVO
           ASSIGN TO WS-DOSSIER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD ASIGNACIONES-ARCHIVO.
           COPY ASIGNSEC.CPY.

       FD DOSSIER-ARCHIVO.
       01 DOSSIER-LINEA PIC X(210).

       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-PARAMETROS   PIC X VALUE "1".
       01  WS-ASIGNACIONES-PATH PIC X(60)
           VALUE "sector-asignaciones.dat".
       01  WS-ASIGNACIONES-STATUS PIC X(02) VALUE "00".
           88 ASIGNACIONES-PRESENTE VALUE "00".
       01  CN-ASIGNACIONES     PIC 9(03) VALUE ZEROES.
       01  WS-DOSSIER-PATH     PIC X(40) VALUE SPACES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

           05 FILLER      PIC X(02) VALUE SPACES.
           05 DA-POSICION PIC X(22).

       01 LINEA-ASIGNACION.
           05 FILLER      PIC X(09) VALUE "SECTOR : ".
           05 DT-SECTOR   PIC X(05).
           05 FILLER      PIC X(10) VALUE "  DESDE : ".
           05 DT-DESDE    PIC 9(08).
           05 FILLER      PIC X(10) VALUE "  HASTA : ".
           05 DT-HASTA    PIC X(08).
           05 FILLER      PIC X(14) VALUE "  REGISTRADO: ".
           05 DT-REGISTRO PIC 9(08).

       01 LINEA-NOVEDADES.
           05 FILLER      PIC X(13) VALUE "VACACIONES : ".
           05 DN-VAC      PIC ZZ9.
           PERFORM ASENTAR-SEPARADOR.
           PERFORM DOSSIER-MAESTRO.
           PERFORM ASENTAR-SEPARADOR.
           MOVE "HISTORIA DE TRASLADOS DE SECTOR" TO RT-ROTULO.
           PERFORM ASENTAR-ROTULO.
           PERFORM DOSSIER-ASIGNACIONES.
           PERFORM ASENTAR-SEPARADOR.
           MOVE "ACUMULADOS ANUALES DE HORAS" TO RT-ROTULO.
           PERFORM ASENTAR-ROTULO.
           PERFORM DOSSIER-ACUMULADOS.
               INTO DOSSIER-LINEA.
           WRITE DOSSIER-LINEA.

           DOSSIER-ASIGNACIONES.
           MOVE ZEROES TO CN-ASIGNACIONES.
           MOVE "1" TO WS-FIN-ARCHIVO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "ASIGNACIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ASIGNACIONES-PATH
           END-IF.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-PRESENTE
               MOVE WS-LEGAJO-BUSCADO TO AS-LEGAJO
               MOVE ZEROES TO AS-FECHA-DESDE
               START ASIGNACIONES-ARCHIVO KEY IS NOT < AS-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-ARCHIVO
               END-START
               PERFORM LISTAR-UNA-ASIGNACION
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE ASIGNACIONES-ARCHIVO.
           IF CN-ASIGNACIONES = 0
               MOVE "  SIN TRASLADOS REGISTRADOS" TO RT-ROTULO
               PERFORM ASENTAR-ROTULO
           END-IF.

           LISTAR-UNA-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF AS-LEGAJO NOT = WS-LEGAJO-BUSCADO
                       MOVE "0" TO WS-FIN-ARCHIVO
                   ELSE
                       ADD 1 TO CN-ASIGNACIONES
                       MOVE AS-SECTOR TO DT-SECTOR
                       MOVE AS-FECHA-DESDE TO DT-DESDE
                       IF AS-VIGENTE
                           MOVE "VIGENTE" TO DT-HASTA
                       ELSE
                           MOVE AS-FECHA-HASTA TO DT-HASTA
                       END-IF
                       MOVE AS-FECHA-REGISTRO TO DT-REGISTRO
                       DISPLAY LINEA-ASIGNACION
                       WRITE DOSSIER-LINEA FROM LINEA-ASIGNACION
                   END-IF
           END-READ.

           DOSSIER-ACUMULADOS.
           MOVE ZEROES TO CN-ACUMULADOS.
           MOVE "1" TO WS-FIN-ARCHIVO.
