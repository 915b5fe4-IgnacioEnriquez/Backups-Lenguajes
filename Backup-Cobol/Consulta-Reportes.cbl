      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Consulta del catalogo de reportes
      *          reportes-catalogo.dat que arman los cierres diario y
      *          mensual via CATALOGAR-REPORTE. Lista las generaciones
      *          guardadas filtrando por reporte y rango de fechas de
      *          negocio (filtro en blanco o en cero no restringe),
      *          muestra por pantalla una generacion elegida y la
      *          reimprime copiandola a
      *          reimpresion-<REPORTE>-<FECHA>.rpt, asentando cada
      *          reimpresion en el diario de auditoria. Recibe el
      *          perfil de la sesion del menu y solo deja ver o
      *          reimprimir las generaciones cuyo perfil minimo no
      *          supere el de la sesion, de modo que los reportes de
      *          nomina quedan reservados al supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-REPORTES IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-ARCHIVO
           ASSIGN TO WS-CATALOGO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CLAVE
           FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT OPTIONAL GENERACION-ARCHIVO
           ASSIGN TO WS-GENERACION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENERACION-STATUS.

           SELECT REIMPRESION-ARCHIVO
           ASSIGN TO WS-REIMPRESION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REIMPRESION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-ARCHIVO.
           COPY REPCATAL.CPY.

       FD GENERACION-ARCHIVO.
       01 GENERACION-LINEA PIC X(250).

       FD REIMPRESION-ARCHIVO.
       01 REIMPRESION-LINEA PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGO-PATH     PIC X(60) VALUE "reportes-catalogo.dat".
       01  WS-GENERACION-PATH   PIC X(60) VALUE SPACES.
       01  WS-REIMPRESION-PATH  PIC X(60) VALUE SPACES.
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-CATALOGO-STATUS   PIC X(02) VALUE "00".
           88 CATALOGO-PRESENTE VALUE "00".
       01  WS-GENERACION-STATUS PIC X(02) VALUE "00".
           88 GENERACION-PRESENTE VALUE "00".
       01  WS-REIMPRESION-STATUS PIC X(02) VALUE "00".
           88 REIMPRESION-ABIERTO-OK VALUE "00".

       77  WS-LINEAS-PANTALLA   PIC 9(02) VALUE 20.
       01  WS-SEGUIR            PIC X VALUE "S".
       01  WS-ACCION            PIC X VALUE SPACE.
       01  WS-CORTAR            PIC X VALUE SPACE.
       01  WS-FIN-CATALOGO      PIC X VALUE "1".
       01  WS-FIN-GENERACION    PIC X VALUE "1".
       01  WS-GENERACION-OK     PIC X VALUE "N".
       01  WS-CUMPLE-FILTRO     PIC X VALUE "N".

       01  WS-FILTRO-REPORTE    PIC X(20) VALUE SPACES.
       01  WS-FECHA-DESDE-X     PIC X(08) VALUE SPACES.
       01  WS-FECHA-HASTA-X     PIC X(08) VALUE SPACES.
       01  WS-FECHA-DESDE       PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-HASTA       PIC 9(08) VALUE 99999999.
       01  WS-REPORTE-PEDIDO    PIC X(20) VALUE SPACES.
       01  WS-FECHA-PEDIDA-X    PIC X(08) VALUE SPACES.

       01  CN-MOSTRADOS         PIC 9(05) VALUE ZEROES.
       01  CN-RESERVADOS        PIC 9(05) VALUE ZEROES.
       01  CN-LINEAS            PIC 9(06) VALUE ZEROES.
       01  CN-LINEAS-PANTALLA   PIC 9(02) VALUE ZEROES.

       01  WS-AUD-ARCHIVO       PIC X(20) VALUE "reportes-catalogo".
       01  WS-AUD-OPERACION     PIC X(01) VALUE "R".
       01  WS-AUD-ANTES         PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES       PIC X(80) VALUE SPACES.

       01 IMAGEN-REIMPRESION.
           05 IR-REPORTE      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 IR-FECHA        PIC 9(08).
           05 FILLER          PIC X(02) VALUE " G".
           05 IR-GENERACION   PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 IR-LINEAS       PIC 9(06).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 IR-DESTINO      PIC X(39).

       01 PRESENTACION-ENCABEZADO.
           05 FILLER PIC X(21) VALUE "REPORTE".
           05 FILLER PIC X(09) VALUE "FECHA".
           05 FILLER PIC X(04) VALUE "GEN".
           05 FILLER PIC X(25) VALUE "PROGRAMA".
           05 FILLER PIC X(07) VALUE " LINEAS".
           05 FILLER PIC X(06) VALUE "  HOJ.".
           05 FILLER PIC X(11) VALUE " OPERADOR".
           05 FILLER PIC X(02) VALUE " P".

       01 PRESENTACION-GENERACION.
           05 PG-REPORTE      PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PG-FECHA        PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 PG-GENERACION   PIC 9(02).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PG-PROGRAMA     PIC X(24).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PG-LINEAS       PIC ZZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 PG-PAGINAS      PIC ZZZ9.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PG-OPERADOR     PIC X(10).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 PG-PERFIL       PIC 9(01).

       LINKAGE SECTION.
       01  LK-PERFIL-SESION     PIC 9(01).

       PROCEDURE DIVISION USING LK-PERFIL-SESION.
           0000-PRINCIPAL.
           PERFORM 1000-OBTENER-RUTA.
           PERFORM 2000-ATENDER-CONSULTA
               UNTIL WS-SEGUIR = "N".
           GOBACK.

           1000-OBTENER-RUTA.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "REPORTES-CATALOGO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CATALOGO-PATH
           END-IF.

           2000-ATENDER-CONSULTA.
           DISPLAY " ".
           DISPLAY "CATALOGO DE REPORTES GUARDADOS".
           DISPLAY " L = LISTAR GENERACIONES".
           DISPLAY " V = VER UNA GENERACION".
           DISPLAY " R = REIMPRIMIR UNA GENERACION".
           DISPLAY " F = FIN".
           DISPLAY "ACCION: ".
           MOVE SPACE TO WS-ACCION.
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN "L"
                   PERFORM 3000-LISTAR-CATALOGO
               WHEN "V"
                   PERFORM 4000-VER-GENERACION
               WHEN "R"
                   PERFORM 5000-REIMPRIMIR-GENERACION
               WHEN "F"
                   MOVE "N" TO WS-SEGUIR
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA"
           END-EVALUATE.

           3000-LISTAR-CATALOGO.
           PERFORM 3100-PEDIR-FILTROS.
           MOVE ZEROES TO CN-MOSTRADOS.
           MOVE ZEROES TO CN-RESERVADOS.
           MOVE "1" TO WS-FIN-CATALOGO.
           OPEN INPUT CATALOGO-ARCHIVO.
           IF NOT CATALOGO-PRESENTE
               DISPLAY "*** CATALOGO DE REPORTES VACIO O AUSENTE ***"
           ELSE
               DISPLAY PRESENTACION-ENCABEZADO
               MOVE WS-FILTRO-REPORTE TO RC-REPORTE
               MOVE WS-FECHA-DESDE TO RC-FECHA
               START CATALOGO-ARCHIVO KEY IS NOT < RC-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-CATALOGO
               END-START
               PERFORM 3200-LEER-CATALOGO
               PERFORM 3300-EVALUAR-GENERACION
                   UNTIL WS-FIN-CATALOGO = "0"
           END-IF.
           CLOSE CATALOGO-ARCHIVO.
           DISPLAY "GENERACIONES MOSTRADAS: " CN-MOSTRADOS.
           IF CN-RESERVADOS > 0
               DISPLAY "GENERACIONES RESERVADAS A OTRO PERFIL: "
                   CN-RESERVADOS
           END-IF.

           3100-PEDIR-FILTROS.
           DISPLAY "REPORTE (ENTER = TODOS): ".
           MOVE SPACES TO WS-FILTRO-REPORTE.
           ACCEPT WS-FILTRO-REPORTE.
           DISPLAY "FECHA DESDE AAAAMMDD (ENTER = SIN LIMITE): ".
           MOVE SPACES TO WS-FECHA-DESDE-X.
           ACCEPT WS-FECHA-DESDE-X.
           IF WS-FECHA-DESDE-X IS NUMERIC
               MOVE WS-FECHA-DESDE-X TO WS-FECHA-DESDE
           ELSE
               MOVE ZEROES TO WS-FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA AAAAMMDD (ENTER = SIN LIMITE): ".
           MOVE SPACES TO WS-FECHA-HASTA-X.
           ACCEPT WS-FECHA-HASTA-X.
           IF WS-FECHA-HASTA-X IS NUMERIC
               MOVE WS-FECHA-HASTA-X TO WS-FECHA-HASTA
           ELSE
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.

           3200-LEER-CATALOGO.
           IF WS-FIN-CATALOGO = "1"
               READ CATALOGO-ARCHIVO NEXT RECORD
                   AT END MOVE "0" TO WS-FIN-CATALOGO
               END-READ
           END-IF.

           3300-EVALUAR-GENERACION.
           IF WS-FILTRO-REPORTE NOT = SPACES
               AND RC-REPORTE NOT = WS-FILTRO-REPORTE
               MOVE "0" TO WS-FIN-CATALOGO
           ELSE
               PERFORM 3400-APLICAR-FILTROS
               IF WS-CUMPLE-FILTRO = "S"
                   IF RC-PERFIL > LK-PERFIL-SESION
                       ADD 1 TO CN-RESERVADOS
                   ELSE
                       PERFORM 3500-MOSTRAR-GENERACION
                   END-IF
               END-IF
               PERFORM 3200-LEER-CATALOGO
           END-IF.

           3400-APLICAR-FILTROS.
           MOVE "S" TO WS-CUMPLE-FILTRO.
           IF RC-FECHA < WS-FECHA-DESDE
               OR RC-FECHA > WS-FECHA-HASTA
               MOVE "N" TO WS-CUMPLE-FILTRO
           END-IF.

           3500-MOSTRAR-GENERACION.
           ADD 1 TO CN-MOSTRADOS.
           MOVE RC-REPORTE TO PG-REPORTE.
           MOVE RC-FECHA TO PG-FECHA.
           MOVE RC-GENERACION TO PG-GENERACION.
           MOVE RC-PROGRAMA TO PG-PROGRAMA.
           MOVE RC-LINEAS TO PG-LINEAS.
           MOVE RC-PAGINAS TO PG-PAGINAS.
           MOVE RC-OPERADOR TO PG-OPERADOR.
           MOVE RC-PERFIL TO PG-PERFIL.
           DISPLAY PRESENTACION-GENERACION.

           4000-VER-GENERACION.
           PERFORM 6000-UBICAR-GENERACION.
           IF WS-GENERACION-OK = "S"
               MOVE ZEROES TO CN-LINEAS
               MOVE ZEROES TO CN-LINEAS-PANTALLA
               MOVE SPACE TO WS-CORTAR
               MOVE "1" TO WS-FIN-GENERACION
               OPEN INPUT GENERACION-ARCHIVO
               IF NOT GENERACION-PRESENTE
                   DISPLAY "*** NO SE ENCUENTRA " WS-GENERACION-PATH
                       " - STATUS " WS-GENERACION-STATUS " ***"
               ELSE
                   PERFORM 4100-LEER-GENERACION
                   PERFORM 4200-MOSTRAR-LINEA
                       UNTIL WS-FIN-GENERACION = "0"
                       OR WS-CORTAR = "F"
               END-IF
               CLOSE GENERACION-ARCHIVO
               DISPLAY "LINEAS MOSTRADAS: " CN-LINEAS
           END-IF.

           4100-LEER-GENERACION.
           READ GENERACION-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-GENERACION
           END-READ.

           4200-MOSTRAR-LINEA.
           DISPLAY GENERACION-LINEA(1:132).
           ADD 1 TO CN-LINEAS.
           ADD 1 TO CN-LINEAS-PANTALLA.
           PERFORM 4100-LEER-GENERACION.
           IF CN-LINEAS-PANTALLA NOT < WS-LINEAS-PANTALLA
               AND WS-FIN-GENERACION = "1"
               MOVE ZEROES TO CN-LINEAS-PANTALLA
               DISPLAY "ENTER = SIGUE   F = CORTA: "
               MOVE SPACE TO WS-CORTAR
               ACCEPT WS-CORTAR
           END-IF.

           5000-REIMPRIMIR-GENERACION.
           PERFORM 6000-UBICAR-GENERACION.
           IF WS-GENERACION-OK = "S"
               MOVE SPACES TO WS-REIMPRESION-PATH
               STRING "reimpresion-" DELIMITED BY SIZE
                   RC-REPORTE DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   RC-FECHA DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REIMPRESION-PATH
               MOVE ZEROES TO CN-LINEAS
               MOVE "1" TO WS-FIN-GENERACION
               OPEN INPUT GENERACION-ARCHIVO
               IF NOT GENERACION-PRESENTE
                   DISPLAY "*** NO SE ENCUENTRA " WS-GENERACION-PATH
                       " - STATUS " WS-GENERACION-STATUS " ***"
               ELSE
                   OPEN OUTPUT REIMPRESION-ARCHIVO
                   IF NOT REIMPRESION-ABIERTO-OK
                       DISPLAY "*** NO SE PUDO GRABAR "
                           WS-REIMPRESION-PATH " - STATUS "
                           WS-REIMPRESION-STATUS " ***"
                   ELSE
                       PERFORM 4100-LEER-GENERACION
                       PERFORM 5100-COPIAR-LINEA
                           UNTIL WS-FIN-GENERACION = "0"
                       CLOSE REIMPRESION-ARCHIVO
                       DISPLAY "REIMPRESION EN " WS-REIMPRESION-PATH
                           " - LINEAS " CN-LINEAS
                       PERFORM 5200-ASENTAR-REIMPRESION
                   END-IF
               END-IF
               CLOSE GENERACION-ARCHIVO
           END-IF.

           5100-COPIAR-LINEA.
           WRITE REIMPRESION-LINEA FROM GENERACION-LINEA.
           ADD 1 TO CN-LINEAS.
           PERFORM 4100-LEER-GENERACION.

           5200-ASENTAR-REIMPRESION.
           MOVE RC-REPORTE TO IR-REPORTE.
           MOVE RC-FECHA TO IR-FECHA.
           MOVE RC-GENERACION TO IR-GENERACION.
           MOVE CN-LINEAS TO IR-LINEAS.
           MOVE WS-REIMPRESION-PATH TO IR-DESTINO.
           MOVE SPACES TO WS-AUD-ANTES.
           MOVE IMAGEN-REIMPRESION TO WS-AUD-DESPUES.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
               WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES.

           6000-UBICAR-GENERACION.
           MOVE "N" TO WS-GENERACION-OK.
           DISPLAY "REPORTE: ".
           MOVE SPACES TO WS-REPORTE-PEDIDO.
           ACCEPT WS-REPORTE-PEDIDO.
           DISPLAY "FECHA DE NEGOCIO AAAAMMDD: ".
           MOVE SPACES TO WS-FECHA-PEDIDA-X.
           ACCEPT WS-FECHA-PEDIDA-X.
           IF WS-REPORTE-PEDIDO = SPACES
               OR WS-FECHA-PEDIDA-X IS NOT NUMERIC
               DISPLAY "REPORTE O FECHA INVALIDOS"
           ELSE
               OPEN INPUT CATALOGO-ARCHIVO
               IF NOT CATALOGO-PRESENTE
                   DISPLAY "*** CATALOGO DE REPORTES VACIO O "
                       "AUSENTE ***"
               ELSE
                   MOVE WS-REPORTE-PEDIDO TO RC-REPORTE
                   MOVE WS-FECHA-PEDIDA-X TO RC-FECHA
                   READ CATALOGO-ARCHIVO
                       KEY IS RC-CLAVE
                       INVALID KEY
                           DISPLAY "NO HAY GENERACION GUARDADA DE "
                               WS-REPORTE-PEDIDO " PARA ESA FECHA"
                       NOT INVALID KEY
                           PERFORM 6100-CONTROLAR-PERFIL
                   END-READ
               END-IF
               CLOSE CATALOGO-ARCHIVO
           END-IF.

           6100-CONTROLAR-PERFIL.
           IF RC-PERFIL > LK-PERFIL-SESION
               DISPLAY "REPORTE NO HABILITADO PARA SU PERFIL - "
                   "REQUIERE PERFIL " RC-PERFIL
           ELSE
               MOVE RC-ARCHIVO-GUARDADO TO WS-GENERACION-PATH
               MOVE "S" TO WS-GENERACION-OK
               PERFORM 3500-MOSTRAR-GENERACION
           END-IF.

       END PROGRAM CONSULTA-REPORTES.
