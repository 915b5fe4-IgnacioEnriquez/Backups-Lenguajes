      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Guarda una generacion de un reporte en el catalogo
      *          reportes-catalogo.dat. Lo llaman los cierres diario y
      *          mensual despues de cada paso que deja un .rpt,
      *          pasandole el nombre logico del reporte, el archivo
      *          que acaba de escribir el paso, el programa, la fecha
      *          de negocio y el perfil minimo para verlo. Copia el
      *          .rpt a catalogo-<REPORTE>-Gnn.rpt y asienta la
      *          entrada con lineas, paginas (60 lineas por hoja) y el
      *          operador de OPERADOR-ACTUAL. Las generaciones de cada
      *          reporte ciclan sobre el parametro RETENCION-REPORTES
      *          (30 por omision, maximo 99), como los respaldos de
      *          empleados: cuando no queda numero libre se descarta
      *          la generacion de fecha mas vieja y se reusa su numero.
      *          Un reporte catalogado dos veces con la misma fecha de
      *          negocio (cierre reiniciado) reemplaza su generacion.
      *          Estado devuelto: 0 catalogado, 1 reporte vacio o
      *          ausente (no se cataloga), 2 error de catalogo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGAR-REPORTE IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOGO-ARCHIVO
           ASSIGN TO WS-CATALOGO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-CLAVE
           FILE STATUS IS WS-CATALOGO-STATUS.

           SELECT OPTIONAL ORIGEN-ARCHIVO
           ASSIGN TO WS-ORIGEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEN-STATUS.

           SELECT GENERACION-ARCHIVO
           ASSIGN TO WS-GENERACION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENERACION-STATUS.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO WS-PARAMETROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO-ARCHIVO.
           COPY REPCATAL.CPY.

       FD ORIGEN-ARCHIVO.
       01 ORIGEN-LINEA PIC X(250).

       FD GENERACION-ARCHIVO.
       01 GENERACION-LINEA PIC X(250).

       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-CATALOGO-PATH     PIC X(60) VALUE "reportes-catalogo.dat".
       01  WS-ORIGEN-PATH       PIC X(60) VALUE SPACES.
       01  WS-GENERACION-PATH   PIC X(60) VALUE SPACES.
       01  WS-PARAMETROS-PATH   PIC X(60) VALUE "parametros.dat".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-CATALOGO-STATUS   PIC X(02) VALUE "00".
           88 CATALOGO-ABIERTO-OK VALUES "00" "05".
       01  WS-ORIGEN-STATUS     PIC X(02) VALUE "00".
           88 ORIGEN-ABIERTO-OK VALUES "00" "05".
       01  WS-GENERACION-STATUS PIC X(02) VALUE "00".
           88 GENERACION-ABIERTO-OK VALUE "00".
       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".

       77  WS-LINEAS-POR-HOJA   PIC 9(02) VALUE 60.
       01  WS-RETENCION         PIC 9(02) VALUE 30.
       01  WS-FECHA-SISTEMA     PIC 9(08) VALUE ZEROES.
       01  WS-HORA-SISTEMA      PIC 9(08) VALUE ZEROES.
       01  WS-OPERADOR          PIC X(10) VALUE SPACES.
       01  WS-FIN-PARAMETROS    PIC X VALUE "1".
       01  WS-FIN-ORIGEN        PIC X VALUE "1".
       01  WS-FIN-CATALOGO      PIC X VALUE "1".
       01  WS-ORIGEN-CON-DATOS  PIC X VALUE "N".
       01  WS-ENTRADA-EXISTE    PIC X VALUE "N".
       01  WS-GEN-LIBRE         PIC X VALUE "N".

       01  WS-GENERACION        PIC 9(02) VALUE ZEROES.
       01  WS-GEN-MAS-VIEJA     PIC 9(02) VALUE ZEROES.
       01  WS-CLAVE-MAS-VIEJA   PIC X(28) VALUE SPACES.
       01  WS-SUB-GEN           PIC 9(03) VALUE ZEROES.
       01  CN-GENERACIONES      PIC 9(03) VALUE ZEROES.
       01  CN-LINEAS            PIC 9(06) VALUE ZEROES.
       01  CN-PAGINAS           PIC 9(04) VALUE ZEROES.

       01 TABLA-GENERACIONES.
           05 TB-GEN-USADA OCCURS 99 TIMES PIC X(01).

       LINKAGE SECTION.
       01  LK-REPORTE   PIC X(20).
       01  LK-ARCHIVO   PIC X(60).
       01  LK-PROGRAMA  PIC X(24).
       01  LK-FECHA     PIC 9(08).
       01  LK-PERFIL    PIC 9(01).
       01  LK-ESTADO    PIC X(01).
       01  LK-LINEAS    PIC 9(06).

       PROCEDURE DIVISION USING LK-REPORTE LK-ARCHIVO LK-PROGRAMA
                                LK-FECHA LK-PERFIL LK-ESTADO
                                LK-LINEAS.
           0000-PRINCIPAL.
           MOVE "2" TO LK-ESTADO.
           MOVE ZEROES TO LK-LINEAS.
           PERFORM 1000-OBTENER-CONTEXTO.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 2000-CONTROLAR-ORIGEN.
           IF WS-ORIGEN-CON-DATOS = "N"
               MOVE "1" TO LK-ESTADO
               DISPLAY "REPORTE " LK-REPORTE " VACIO O AUSENTE ("
                   LK-ARCHIVO ") - NO SE CATALOGA"
           ELSE
               OPEN I-O CATALOGO-ARCHIVO
               IF NOT CATALOGO-ABIERTO-OK
                   DISPLAY "*** ERROR: NO SE PUDO ABRIR EL CATALOGO "
                       "DE REPORTES - STATUS " WS-CATALOGO-STATUS
                       " ***"
               ELSE
                   PERFORM 3000-ELEGIR-GENERACION
                   PERFORM 4000-COPIAR-GENERACION
                   IF GENERACION-ABIERTO-OK
                       PERFORM 5000-GRABAR-ENTRADA
                   END-IF
               END-IF
               CLOSE CATALOGO-ARCHIVO
           END-IF.
           GOBACK.

           1000-OBTENER-CONTEXTO.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE LK-ARCHIVO TO WS-ORIGEN-PATH.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "REPORTES-CATALOGO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CATALOGO-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PARAMETROS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PARAMETROS-PATH
           END-IF.
           MOVE SPACES TO WS-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR-ACTUAL"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               MOVE "SIN-ID" TO WS-OPERADOR
           END-IF.

           1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ABIERTO-OK
               PERFORM 1110-LEER-PARAMETRO
               PERFORM 1120-APLICAR-PARAMETRO
                   UNTIL WS-FIN-PARAMETROS = "0"
           END-IF.
           CLOSE PARAMETROS-ARCHIVO.

           1110-LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PARAMETROS
           END-READ.

           1120-APLICAR-PARAMETRO.
           IF PR-CLAVE = "RETENCION-REPORTES"
               AND PR-VALOR IS NUMERIC
               AND PR-VALOR > 0 AND PR-VALOR NOT > 99
               MOVE PR-VALOR TO WS-RETENCION
           END-IF.
           PERFORM 1110-LEER-PARAMETRO.

           2000-CONTROLAR-ORIGEN.
           MOVE "N" TO WS-ORIGEN-CON-DATOS.
           IF WS-ORIGEN-PATH NOT = SPACES
               OPEN INPUT ORIGEN-ARCHIVO
               IF ORIGEN-ABIERTO-OK
                   READ ORIGEN-ARCHIVO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO WS-ORIGEN-CON-DATOS
                   END-READ
               END-IF
               CLOSE ORIGEN-ARCHIVO
           END-IF.

           3000-ELEGIR-GENERACION.
           MOVE LK-REPORTE TO RC-REPORTE.
           MOVE LK-FECHA TO RC-FECHA.
           READ CATALOGO-ARCHIVO
               KEY IS RC-CLAVE
               INVALID KEY
                   MOVE "N" TO WS-ENTRADA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-ENTRADA-EXISTE
                   MOVE RC-GENERACION TO WS-GENERACION
           END-READ.
           IF WS-ENTRADA-EXISTE = "S"
               AND (WS-GENERACION = 0 OR WS-GENERACION > WS-RETENCION)
               DELETE CATALOGO-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "N" TO WS-ENTRADA-EXISTE
           END-IF.
           IF WS-ENTRADA-EXISTE = "N"
               PERFORM 3100-RECORRER-GENERACIONES
               IF CN-GENERACIONES < WS-RETENCION
                   PERFORM 3200-BUSCAR-GENERACION-LIBRE
               ELSE
                   PERFORM 3300-DESCARTAR-MAS-VIEJA
               END-IF
           END-IF.

           3100-RECORRER-GENERACIONES.
           MOVE ALL "N" TO TABLA-GENERACIONES.
           MOVE ZEROES TO CN-GENERACIONES.
           MOVE "1" TO WS-FIN-CATALOGO.
           MOVE LK-REPORTE TO RC-REPORTE.
           MOVE ZEROES TO RC-FECHA.
           START CATALOGO-ARCHIVO KEY IS NOT < RC-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-CATALOGO
           END-START.
           PERFORM 3110-LEER-GENERACION
               UNTIL WS-FIN-CATALOGO = "0".

           3110-LEER-GENERACION.
           READ CATALOGO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-CATALOGO
               NOT AT END
                   IF RC-REPORTE NOT = LK-REPORTE
                       MOVE "0" TO WS-FIN-CATALOGO
                   ELSE
                       PERFORM 3120-ANOTAR-GENERACION
                   END-IF
           END-READ.

           3120-ANOTAR-GENERACION.
           IF RC-GENERACION = 0 OR RC-GENERACION > WS-RETENCION
               DISPLAY "GENERACION " RC-GENERACION " DE " RC-REPORTE
                   " FUERA DE LA RETENCION - SALE DEL CATALOGO"
               DELETE CATALOGO-ARCHIVO RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               ADD 1 TO CN-GENERACIONES
               MOVE "S" TO TB-GEN-USADA(RC-GENERACION)
               IF CN-GENERACIONES = 1
                   MOVE RC-CLAVE TO WS-CLAVE-MAS-VIEJA
                   MOVE RC-GENERACION TO WS-GEN-MAS-VIEJA
               END-IF
           END-IF.

           3200-BUSCAR-GENERACION-LIBRE.
           MOVE "N" TO WS-GEN-LIBRE.
           PERFORM 3210-PROBAR-GENERACION
               VARYING WS-SUB-GEN FROM 1 BY 1
               UNTIL WS-SUB-GEN > WS-RETENCION
               OR WS-GEN-LIBRE = "S".

           3210-PROBAR-GENERACION.
           IF TB-GEN-USADA(WS-SUB-GEN) = "N"
               MOVE WS-SUB-GEN TO WS-GENERACION
               MOVE "S" TO WS-GEN-LIBRE
           END-IF.

           3300-DESCARTAR-MAS-VIEJA.
           MOVE WS-GEN-MAS-VIEJA TO WS-GENERACION.
           MOVE WS-CLAVE-MAS-VIEJA TO RC-CLAVE.
           DELETE CATALOGO-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY "*** NO SE PUDO DESCARTAR LA GENERACION "
                       WS-GENERACION " DE " LK-REPORTE " - STATUS "
                       WS-CATALOGO-STATUS " ***"
               NOT INVALID KEY
                   DISPLAY "RETENCION: SE DESCARTA LA GENERACION "
                       WS-GENERACION " DE " LK-REPORTE
                       " DEL " RC-FECHA
           END-DELETE.

           4000-COPIAR-GENERACION.
           MOVE SPACES TO WS-GENERACION-PATH.
           STRING "catalogo-" DELIMITED BY SIZE
               LK-REPORTE DELIMITED BY SPACE
               "-G" DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-GENERACION-PATH.
           MOVE ZEROES TO CN-LINEAS.
           MOVE "1" TO WS-FIN-ORIGEN.
           OPEN INPUT ORIGEN-ARCHIVO.
           OPEN OUTPUT GENERACION-ARCHIVO.
           IF NOT GENERACION-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO GRABAR "
                   WS-GENERACION-PATH " - STATUS "
                   WS-GENERACION-STATUS " ***"
           ELSE
               PERFORM 4100-LEER-ORIGEN
               PERFORM 4200-COPIAR-LINEA
                   UNTIL WS-FIN-ORIGEN = "0"
           END-IF.
           CLOSE ORIGEN-ARCHIVO.
           CLOSE GENERACION-ARCHIVO.

           4100-LEER-ORIGEN.
           READ ORIGEN-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ORIGEN
           END-READ.

           4200-COPIAR-LINEA.
           WRITE GENERACION-LINEA FROM ORIGEN-LINEA.
           ADD 1 TO CN-LINEAS.
           PERFORM 4100-LEER-ORIGEN.

           5000-GRABAR-ENTRADA.
           COMPUTE CN-PAGINAS =
               (CN-LINEAS + WS-LINEAS-POR-HOJA - 1)
               / WS-LINEAS-POR-HOJA.
           MOVE LK-REPORTE TO RC-REPORTE.
           MOVE LK-FECHA TO RC-FECHA.
           MOVE LK-PROGRAMA TO RC-PROGRAMA.
           MOVE LK-ARCHIVO TO RC-ARCHIVO-ORIGEN.
           MOVE WS-GENERACION-PATH TO RC-ARCHIVO-GUARDADO.
           MOVE WS-GENERACION TO RC-GENERACION.
           MOVE CN-LINEAS TO RC-LINEAS.
           MOVE CN-PAGINAS TO RC-PAGINAS.
           MOVE WS-OPERADOR TO RC-OPERADOR.
           MOVE LK-PERFIL TO RC-PERFIL.
           MOVE WS-FECHA-SISTEMA TO RC-FECHA-ALTA.
           MOVE WS-HORA-SISTEMA TO RC-HORA-ALTA.
           IF WS-ENTRADA-EXISTE = "S"
               REWRITE CATALOGO-REPORTE-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL REGRABAR EL CATALOGO - "
                           "STATUS " WS-CATALOGO-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "0" TO LK-ESTADO
               END-REWRITE
           ELSE
               WRITE CATALOGO-REPORTE-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR EL CATALOGO - "
                           "STATUS " WS-CATALOGO-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "0" TO LK-ESTADO
               END-WRITE
           END-IF.
           IF LK-ESTADO = "0"
               MOVE CN-LINEAS TO LK-LINEAS
               DISPLAY "REPORTE CATALOGADO: " LK-REPORTE " FECHA "
                   LK-FECHA " GENERACION " WS-GENERACION
                   " LINEAS " CN-LINEAS
           END-IF.

       END PROGRAM CATALOGAR-REPORTE.
