      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Certificado anual de remuneraciones y horas por
      *          legajo para las presentaciones impositivas y
      *          laborales, en lugar de armarlo a mano con los doce
      *          listados de nomina. El anio AAAA sale de la variable
      *          CERTIFICADO-ANIO o se pide al operador. Por cada
      *          legajo de empleados.dat con nomina, horas o
      *          licencias en el anio junta de nomina-historia.dat el
      *          bruto (incluido el aguinaldo y los ajustes
      *          retroactivos, que se informan aparte), cada concepto
      *          guardado en NH-CONCEPTO, las cuotas de prestamos, el
      *          resto de los descuentos no abiertos y el neto; de
      *          horas-anuales.dat las horas normales y extra (si el
      *          legajo no tiene acumulado, las de la historia) y de
      *          novedades.dat los dias de licencia por tipo. El
      *          legajo dado de baja en el anio recibe un certificado
      *          final fechado en su fecha de baja; los demas van
      *          fechados al 31/12. Deja los certificados en
      *          certificados-<AAAA>.rpt y el resumen de formato fijo
      *          de 120 posiciones para la presentacion en
      *          certificados-<AAAA>.txt: cabecera H (anio, fecha,
      *          CUIT de CERTIFICADO-CUIT-EMPRESA), un detalle D por
      *          legajo y un trailer T con cantidad y totales. Estado
      *          devuelto: 0 emitido, 1 anio invalido o sin nomina
      *          liquidada, 2 error de archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-ANUAL IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-NOMINA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-CLAVE
           FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

           SELECT OPTIONAL ACUMULADO-ARCHIVO
           ASSIGN TO WS-ACUMULADO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HA-CLAVE
           FILE STATUS IS WS-ACUMULADO-STATUS.

           SELECT OPTIONAL NOVEDADES-ARCHIVO
           ASSIGN TO WS-NOVEDADES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOVEDADES-STATUS.

           SELECT OPTIONAL CONCEPTOS-ARCHIVO
           ASSIGN TO WS-CONCEPTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-CODIGO
           FILE STATUS IS WS-CONCEPTOS-STATUS.

           SELECT CERTIFICADOS-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESUMEN-ARCHIVO
           ASSIGN TO WS-RESUMEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESUMEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-NOMINA.
           COPY NOMINAHIS.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD ACUMULADO-ARCHIVO.
           COPY ACUMULADO.CPY.

       FD NOVEDADES-ARCHIVO.
           COPY NOVEDAD.CPY.

       FD CONCEPTOS-ARCHIVO.
           COPY CONCEPTO.CPY.

       FD CERTIFICADOS-REPORTE.
       01 CERTIFICADO-LINEA PIC X(80).

       FD RESUMEN-ARCHIVO.
       01 RESUMEN-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-HISTORIA-STATUS  PIC X(02) VALUE "00".
           88 HISTORIA-PRESENTE VALUE "00".
       01  WS-EMPLEADOS-PATH   PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS PIC X(02) VALUE "00".
           88 EMPLEADOS-PRESENTE VALUE "00".
       01  WS-ACUMULADO-PATH   PIC X(60) VALUE "horas-anuales.dat".
       01  WS-ACUMULADO-STATUS PIC X(02) VALUE "00".
           88 ACUMULADO-PRESENTE VALUE "00".
       01  WS-NOVEDADES-PATH   PIC X(60) VALUE "novedades.dat".
       01  WS-NOVEDADES-STATUS PIC X(02) VALUE "00".
           88 NOVEDADES-ABIERTO-OK VALUES "00" "05".
       01  WS-CONCEPTOS-PATH   PIC X(60) VALUE "conceptos-nomina.dat".
       01  WS-CONCEPTOS-STATUS PIC X(02) VALUE "00".
           88 CONCEPTOS-ABIERTO-OK VALUES "00" "05".
       01  WS-RESUMEN-STATUS   PIC X(02) VALUE "00".
           88 RESUMEN-ABIERTO-OK VALUES "00" "05".
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-RESUMEN-PATH     PIC X(40) VALUE SPACES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-ANIO-ENTORNO     PIC X(04) VALUE SPACES.
       01  WS-ANIO-CERT        PIC 9(04) VALUE ZEROES.
       01  WS-CUIT-EMPRESA     PIC X(11) VALUE SPACES.
       01  WS-PERIODO-DESDE    PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-HASTA    PIC 9(06) VALUE ZEROES.
       01  WS-FECHA-FIN-ANIO   PIC 9(08) VALUE ZEROES.
       01  WS-ANIO-VALIDO      PIC X VALUE "N".
       01  WS-HUBO-ERROR-ARCHIVO PIC X VALUE "N".
       01  WS-ACUMULADO-DISPONIBLE PIC X VALUE "N".
       01  WS-FIN-EMPLEADOS    PIC X VALUE "1".
       01  WS-FIN-NOVEDADES    PIC X VALUE "1".
       01  WS-FIN-CONCEPTOS    PIC X VALUE "1".
       01  WS-FIN-HISTORIA     PIC X VALUE "1".
       01  WS-CON-DATOS        PIC X VALUE "N".
       01  WS-ENCONTRADO       PIC X VALUE "N".
       01  WS-TIPO-CERT        PIC X(01) VALUE SPACE.
           88 CERTIFICADO-FINAL VALUE "F".
       01  WS-FECHA-CERT       PIC 9(08) VALUE ZEROES.

       01  WS-MES              PIC 9(02) VALUE ZEROES.
       01  WS-SUB-NH           PIC 9(02) VALUE ZEROES.
       01  WS-SUB-CONCEPTO     PIC 9(02) VALUE ZEROES.
       01  WS-SUB-CERT         PIC 9(02) VALUE ZEROES.
       01  WS-SUB-NOVEDAD      PIC 9(04) VALUE ZEROES.
       01  WS-POS-NOVEDAD      PIC 9(04) VALUE ZEROES.
       01  WS-POS-CERT         PIC 9(02) VALUE ZEROES.
       01  WS-LEGAJO-BUSCADO   PIC X(11) VALUE SPACES.

       01  CN-MESES            PIC 9(02) VALUE ZEROES.
       01  AC-BRUTO            PIC 9(09)V99 VALUE ZEROES.
       01  AC-SAC              PIC 9(09)V99 VALUE ZEROES.
       01  AC-RETRO            PIC S9(09)V99 VALUE ZEROES.
       01  AC-DESCUENTOS       PIC 9(09)V99 VALUE ZEROES.
       01  AC-NETO             PIC 9(09)V99 VALUE ZEROES.
       01  AC-PRESTAMOS        PIC 9(09)V99 VALUE ZEROES.
       01  AC-CONCEPTOS-DESC   PIC 9(09)V99 VALUE ZEROES.
       01  WS-OTROS-DESCUENTOS PIC S9(09)V99 VALUE ZEROES.
       01  AC-HORAS-HISTORIA   PIC 9(06) VALUE ZEROES.
       01  AC-EXTRA-HISTORIA   PIC 9(06) VALUE ZEROES.
       01  WS-HORAS-ANIO       PIC 9(06) VALUE ZEROES.
       01  WS-EXTRA-ANIO       PIC 9(06) VALUE ZEROES.
       01  WS-DIAS-VAC         PIC 9(03) VALUE ZEROES.
       01  WS-DIAS-ENF         PIC 9(03) VALUE ZEROES.
       01  WS-DIAS-AUS         PIC 9(03) VALUE ZEROES.
       01  WS-DIAS-CAP         PIC 9(03) VALUE ZEROES.

       01  CN-CERTIFICADOS     PIC 9(06) VALUE ZEROES.
       01  CN-FINALES          PIC 9(06) VALUE ZEROES.
       01  CN-NOVEDADES-FUERA  PIC 9(06) VALUE ZEROES.
       01  AC-TOTAL-BRUTO      PIC 9(13)V99 VALUE ZEROES.
       01  AC-TOTAL-DESCUENTOS PIC 9(13)V99 VALUE ZEROES.
       01  AC-TOTAL-NETO       PIC 9(13)V99 VALUE ZEROES.

       01 TABLA-CONCEPTOS.
           05 CN-CONCEPTOS PIC 9(02) VALUE ZEROES.
           05 CONCEPTO-ENTRADA OCCURS 20 TIMES.
               10 TB-CD-CODIGO PIC X(03).
               10 TB-CD-DESC   PIC X(30).

       01 TABLA-CERT-CONCEPTOS.
           05 CN-CERT-CONCEPTOS PIC 9(02) VALUE ZEROES.
           05 CERT-CONCEPTO-ENTRADA OCCURS 20 TIMES.
               10 TB-CC-CODIGO  PIC X(03).
               10 TB-CC-SIGNO   PIC X(01).
               10 TB-CC-IMPORTE PIC 9(09)V99.

       01 TABLA-NOVEDADES.
           05 CN-NOVEDADES PIC 9(04) VALUE ZEROES.
           05 NOVEDAD-ENTRADA OCCURS 2000 TIMES.
               10 TB-NV-LEGAJO PIC X(11).
               10 TB-NV-VAC    PIC 9(03).
               10 TB-NV-ENF    PIC 9(03).
               10 TB-NV-AUS    PIC 9(03).
               10 TB-NV-CAP    PIC 9(03).

       01 REGISTRO-CABECERA.
           05 FILLER          PIC X(01) VALUE "H".
           05 HD-ANIO         PIC 9(04).
           05 HD-FECHA        PIC 9(08).
           05 HD-CUIT         PIC X(11).
           05 FILLER          PIC X(96) VALUE SPACES.

       01 REGISTRO-DETALLE.
           05 DT-TIPO-REG     PIC X(01) VALUE "D".
           05 DT-LEGAJO       PIC X(11).
           05 DT-NOMBRE       PIC X(30).
           05 DT-TIPO-CERT    PIC X(01).
           05 DT-FECHA-CERT   PIC 9(08).
           05 DT-BRUTO        PIC 9(09)V99.
           05 DT-SAC          PIC 9(09)V99.
           05 DT-DESCUENTOS   PIC 9(09)V99.
           05 DT-NETO         PIC 9(09)V99.
           05 DT-HORAS        PIC 9(06).
           05 DT-EXTRA        PIC 9(06).
           05 DT-DIAS-VAC     PIC 9(03).
           05 DT-DIAS-ENF     PIC 9(03).
           05 DT-DIAS-AUS     PIC 9(03).
           05 DT-DIAS-CAP     PIC 9(03).
           05 FILLER          PIC X(01) VALUE SPACE.

       01 REGISTRO-TRAILER.
           05 TR-TIPO-REG     PIC X(01) VALUE "T".
           05 TR-CANTIDAD     PIC 9(06).
           05 TR-BRUTO        PIC 9(13)V99.
           05 TR-DESCUENTOS   PIC 9(13)V99.
           05 TR-NETO         PIC 9(13)V99.
           05 FILLER          PIC X(68) VALUE SPACES.

       01 LINEA-CORTE.
           05 FILLER PIC X(70) VALUE ALL "-".

       01 LINEA-TITULO.
           05 FILLER PIC X(43)
               VALUE "CERTIFICADO ANUAL DE REMUNERACIONES Y HORAS".
           05 FILLER PIC X(08) VALUE " - ANIO ".
           05 CT-ANIO PIC 9(04).

       01 LINEA-LEGAJO.
           05 FILLER PIC X(09) VALUE "LEGAJO : ".
           05 CT-LEGAJO PIC X(11).
           05 FILLER PIC X(11) VALUE "  NOMBRE : ".
           05 CT-NOMBRE PIC X(30).

       01 LINEA-TIPO.
           05 FILLER PIC X(09) VALUE "TIPO   : ".
           05 CT-TIPO PIC X(20).
           05 FILLER PIC X(10) VALUE "  FECHA : ".
           05 CT-FECHA PIC 9(08).
           05 FILLER PIC X(09) VALUE "  MESES: ".
           05 CT-MESES PIC Z9.

       01 LINEA-IMPORTE.
           05 CT-ROTULO  PIC X(40).
           05 CT-SIGNO   PIC X(02).
           05 CT-IMPORTE PIC -ZZZZZZZZ9.99.

       01 LINEA-HORAS.
           05 FILLER PIC X(17) VALUE "HORAS NORMALES : ".
           05 CT-HORAS PIC ZZZZZ9.
           05 FILLER PIC X(18) VALUE "   HORAS EXTRA : ".
           05 CT-EXTRA PIC ZZZZZ9.

       01 LINEA-LICENCIAS.
           05 FILLER PIC X(18) VALUE "DIAS DE LICENCIA: ".
           05 FILLER PIC X(05) VALUE "VAC. ".
           05 CT-VAC PIC ZZ9.
           05 FILLER PIC X(08) VALUE "  ENFER ".
           05 CT-ENF PIC ZZ9.
           05 FILLER PIC X(08) VALUE "  AUSEN ".
           05 CT-AUS PIC ZZ9.
           05 FILLER PIC X(08) VALUE "  CAPAC ".
           05 CT-CAP PIC ZZ9.

       01 LINEA-TOTALES.
           05 CT-TEXTO-TOTAL PIC X(30).
           05 CT-CANTIDAD-TOTAL PIC ZZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 CT-IMPORTE-TOTAL PIC ZZZZZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LK-ESTADO-CERTIFICADO PIC X.

       PROCEDURE DIVISION USING LK-ESTADO-CERTIFICADO.
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-OBTENER-CONTEXTO.
           PERFORM 1500-CONTROLAR-ANIO.
           IF WS-ANIO-VALIDO = "S"
               PERFORM 2000-CARGAR-CONCEPTOS
               PERFORM 2100-CARGAR-NOVEDADES
               PERFORM 3000-EMITIR-CERTIFICADOS
           END-IF.
           PERFORM 0100-INFORMAR-ESTADO.
           GOBACK.

           0100-INFORMAR-ESTADO.
           IF WS-ANIO-VALIDO = "N"
               MOVE "1" TO LK-ESTADO-CERTIFICADO
           ELSE
               IF WS-HUBO-ERROR-ARCHIVO = "S"
                   MOVE "2" TO LK-ESTADO-CERTIFICADO
               ELSE
                   MOVE "0" TO LK-ESTADO-CERTIFICADO
               END-IF
           END-IF.

           1000-OBTENER-CONTEXTO.
           ACCEPT WS-EMPLEADOS-PATH FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "NOMINA-HISTORIA-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORIA-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "HORAS-ANUALES-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ACUMULADO-PATH
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
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "CONCEPTOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CONCEPTOS-PATH
           END-IF.
           ACCEPT WS-CUIT-EMPRESA FROM ENVIRONMENT
               "CERTIFICADO-CUIT-EMPRESA"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-ANIO-ENTORNO FROM ENVIRONMENT
               "CERTIFICADO-ANIO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-ANIO-ENTORNO NOT NUMERIC
               DISPLAY "ANIO A CERTIFICAR (AAAA): "
               MOVE SPACES TO WS-ANIO-ENTORNO
               ACCEPT WS-ANIO-ENTORNO
           END-IF.
           IF WS-ANIO-ENTORNO IS NUMERIC
               MOVE WS-ANIO-ENTORNO TO WS-ANIO-CERT
           END-IF.
           IF WS-CUIT-EMPRESA = SPACES
               DISPLAY "*** ADVERTENCIA: SIN CERTIFICADO-CUIT-EMPRESA "
                   "- LA CABECERA VA SIN CUIT ***"
           END-IF.

           1500-CONTROLAR-ANIO.
           IF WS-ANIO-CERT > ZEROES
               COMPUTE WS-PERIODO-DESDE = WS-ANIO-CERT * 100 + 1
               COMPUTE WS-PERIODO-HASTA = WS-ANIO-CERT * 100 + 12
               COMPUTE WS-FECHA-FIN-ANIO = WS-ANIO-CERT * 10000 + 1231
               MOVE "1" TO WS-FIN-HISTORIA
               OPEN INPUT HISTORIA-NOMINA
               IF HISTORIA-PRESENTE
                   MOVE WS-PERIODO-DESDE TO NH-PERIODO
                   MOVE LOW-VALUES TO NH-LEGAJO
                   MOVE LOW-VALUES TO NH-TIPO-LIQ
                   START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                       INVALID KEY
                           MOVE "0" TO WS-FIN-HISTORIA
                   END-START
                   IF WS-FIN-HISTORIA = "1"
                       READ HISTORIA-NOMINA NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF NH-PERIODO NOT > WS-PERIODO-HASTA
                                   MOVE "S" TO WS-ANIO-VALIDO
                               END-IF
                       END-READ
                   END-IF
               END-IF
               CLOSE HISTORIA-NOMINA
           END-IF.
           IF WS-ANIO-VALIDO = "N"
               DISPLAY "*** ANIO " WS-ANIO-CERT " INVALIDO O SIN "
                   "NOMINA LIQUIDADA EN LA HISTORIA - NO SE EMITEN "
                   "CERTIFICADOS ***"
           END-IF.

           2000-CARGAR-CONCEPTOS.
           OPEN INPUT CONCEPTOS-ARCHIVO.
           IF CONCEPTOS-ABIERTO-OK
               PERFORM 2010-LEER-CONCEPTO
               PERFORM 2020-ALMACENAR-CONCEPTO
                   UNTIL WS-FIN-CONCEPTOS = "0" OR CN-CONCEPTOS = 20
           END-IF.
           CLOSE CONCEPTOS-ARCHIVO.

           2010-LEER-CONCEPTO.
           READ CONCEPTOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-CONCEPTOS
           END-READ.

           2020-ALMACENAR-CONCEPTO.
           ADD 1 TO CN-CONCEPTOS.
           MOVE CD-CODIGO TO TB-CD-CODIGO(CN-CONCEPTOS).
           MOVE CD-DESCRIPCION TO TB-CD-DESC(CN-CONCEPTOS).
           PERFORM 2010-LEER-CONCEPTO.

           2100-CARGAR-NOVEDADES.
           OPEN INPUT NOVEDADES-ARCHIVO.
           IF NOVEDADES-ABIERTO-OK
               PERFORM 2110-LEER-NOVEDAD
               PERFORM 2120-ACUMULAR-NOVEDAD
                   UNTIL WS-FIN-NOVEDADES = "0"
           END-IF.
           CLOSE NOVEDADES-ARCHIVO.
           IF CN-NOVEDADES-FUERA > 0
               DISPLAY "*** ADVERTENCIA: " CN-NOVEDADES-FUERA
                   " NOVEDADES SIN LUGAR EN LA TABLA DE LEGAJOS - "
                   "NO SE CERTIFICAN ***"
           END-IF.

           2110-LEER-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-NOVEDADES
           END-READ.

           2120-ACUMULAR-NOVEDAD.
           IF NV-FECHA IS NUMERIC
               AND NV-FECHA(1:4) = WS-ANIO-CERT
               MOVE NV-LEGAJO TO WS-LEGAJO-BUSCADO
               PERFORM 2130-BUSCAR-LEGAJO-NOVEDAD
               IF WS-ENCONTRADO = "N" AND CN-NOVEDADES < 2000
                   ADD 1 TO CN-NOVEDADES
                   MOVE CN-NOVEDADES TO WS-POS-NOVEDAD
                   MOVE NV-LEGAJO TO TB-NV-LEGAJO(WS-POS-NOVEDAD)
                   MOVE ZEROES TO TB-NV-VAC(WS-POS-NOVEDAD)
                   MOVE ZEROES TO TB-NV-ENF(WS-POS-NOVEDAD)
                   MOVE ZEROES TO TB-NV-AUS(WS-POS-NOVEDAD)
                   MOVE ZEROES TO TB-NV-CAP(WS-POS-NOVEDAD)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
               IF WS-ENCONTRADO = "N"
                   ADD 1 TO CN-NOVEDADES-FUERA
               ELSE
                   EVALUATE NV-TIPO
                       WHEN "V" ADD 1 TO TB-NV-VAC(WS-POS-NOVEDAD)
                       WHEN "E" ADD 1 TO TB-NV-ENF(WS-POS-NOVEDAD)
                       WHEN "A" ADD 1 TO TB-NV-AUS(WS-POS-NOVEDAD)
                       WHEN "C" ADD 1 TO TB-NV-CAP(WS-POS-NOVEDAD)
                       WHEN OTHER CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 2110-LEER-NOVEDAD.

           2130-BUSCAR-LEGAJO-NOVEDAD.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM 2140-COMPARAR-LEGAJO-NOVEDAD
               VARYING WS-SUB-NOVEDAD FROM 1 BY 1
               UNTIL WS-SUB-NOVEDAD > CN-NOVEDADES
               OR WS-ENCONTRADO = "S".

           2140-COMPARAR-LEGAJO-NOVEDAD.
           IF TB-NV-LEGAJO(WS-SUB-NOVEDAD) = WS-LEGAJO-BUSCADO
               MOVE "S" TO WS-ENCONTRADO
               MOVE WS-SUB-NOVEDAD TO WS-POS-NOVEDAD
           END-IF.

           3000-EMITIR-CERTIFICADOS.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING "certificados-" DELIMITED BY SIZE
               WS-ANIO-CERT DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           MOVE SPACES TO WS-RESUMEN-PATH.
           STRING "certificados-" DELIMITED BY SIZE
               WS-ANIO-CERT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-RESUMEN-PATH.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF NOT EMPLEADOS-PRESENTE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS - "
                   "STATUS " WS-EMPLEADOS-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT HISTORIA-NOMINA.
           IF NOT HISTORIA-PRESENTE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-HISTORIA - "
                   "STATUS " WS-HISTORIA-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT ACUMULADO-ARCHIVO.
           IF ACUMULADO-PRESENTE
               MOVE "S" TO WS-ACUMULADO-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN HORAS-ANUALES.DAT - LAS "
                   "HORAS SALEN DE LA HISTORIA DE NOMINA ***"
           END-IF.
           OPEN OUTPUT RESUMEN-ARCHIVO.
           IF NOT RESUMEN-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO CREAR " WS-RESUMEN-PATH
                   " - STATUS " WS-RESUMEN-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT CERTIFICADOS-REPORTE.
           IF WS-HUBO-ERROR-ARCHIVO = "N"
               MOVE WS-ANIO-CERT TO HD-ANIO
               MOVE WS-FECHA-SISTEMA TO HD-FECHA
               MOVE WS-CUIT-EMPRESA TO HD-CUIT
               WRITE RESUMEN-LINEA FROM REGISTRO-CABECERA
               PERFORM 3100-LEER-EMPLEADO
               PERFORM 3200-PROCESAR-EMPLEADO
                   UNTIL WS-FIN-EMPLEADOS = "0"
               MOVE CN-CERTIFICADOS TO TR-CANTIDAD
               MOVE AC-TOTAL-BRUTO TO TR-BRUTO
               MOVE AC-TOTAL-DESCUENTOS TO TR-DESCUENTOS
               MOVE AC-TOTAL-NETO TO TR-NETO
               WRITE RESUMEN-LINEA FROM REGISTRO-TRAILER
               PERFORM 6000-ESCRIBIR-TOTALES
           END-IF.
           CLOSE CERTIFICADOS-REPORTE.
           CLOSE RESUMEN-ARCHIVO.
           CLOSE ACUMULADO-ARCHIVO.
           CLOSE HISTORIA-NOMINA.
           CLOSE EMPLEADOS-ARCHIVO.

           3100-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-EMPLEADOS
           END-READ.

           3200-PROCESAR-EMPLEADO.
           MOVE "N" TO WS-CON-DATOS.
           PERFORM 3300-ACUMULAR-NOMINA.
           PERFORM 3400-TOMAR-HORAS.
           PERFORM 3500-TOMAR-LICENCIAS.
           IF CN-MESES > 0 OR AC-BRUTO > 0
               OR WS-HORAS-ANIO > 0 OR WS-EXTRA-ANIO > 0
               OR WS-DIAS-VAC > 0 OR WS-DIAS-ENF > 0
               OR WS-DIAS-AUS > 0 OR WS-DIAS-CAP > 0
               MOVE "S" TO WS-CON-DATOS
           END-IF.
           IF WS-CON-DATOS = "S"
               PERFORM 3600-DETERMINAR-TIPO
               PERFORM 4000-ESCRIBIR-CERTIFICADO
               PERFORM 5000-ESCRIBIR-DETALLE
           END-IF.
           PERFORM 3100-LEER-EMPLEADO.

           3300-ACUMULAR-NOMINA.
           MOVE ZEROES TO CN-MESES.
           MOVE ZEROES TO AC-BRUTO.
           MOVE ZEROES TO AC-SAC.
           MOVE ZEROES TO AC-RETRO.
           MOVE ZEROES TO AC-DESCUENTOS.
           MOVE ZEROES TO AC-NETO.
           MOVE ZEROES TO AC-PRESTAMOS.
           MOVE ZEROES TO AC-CONCEPTOS-DESC.
           MOVE ZEROES TO AC-HORAS-HISTORIA.
           MOVE ZEROES TO AC-EXTRA-HISTORIA.
           MOVE ZEROES TO CN-CERT-CONCEPTOS.
           PERFORM 3310-LEER-MES
               VARYING WS-MES FROM 1 BY 1
               UNTIL WS-MES > 12.

           3310-LEER-MES.
           COMPUTE NH-PERIODO = WS-ANIO-CERT * 100 + WS-MES.
           MOVE WS-EMPLEADOS-LEGAJO TO NH-LEGAJO.
           MOVE SPACE TO NH-TIPO-LIQ.
           READ HISTORIA-NOMINA
               KEY IS NH-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CN-MESES
                   ADD NH-HORAS TO AC-HORAS-HISTORIA
                   ADD NH-EXTRA TO AC-EXTRA-HISTORIA
                   ADD NH-RETRO TO AC-RETRO
                   ADD NH-PRESTAMOS TO AC-PRESTAMOS
                   PERFORM 3320-ACUMULAR-LIQUIDACION
           END-READ.
           IF WS-MES = 6 OR WS-MES = 12
               COMPUTE NH-PERIODO = WS-ANIO-CERT * 100 + WS-MES
               MOVE WS-EMPLEADOS-LEGAJO TO NH-LEGAJO
               MOVE "A" TO NH-TIPO-LIQ
               READ HISTORIA-NOMINA
                   KEY IS NH-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD NH-BRUTO TO AC-SAC
                       PERFORM 3320-ACUMULAR-LIQUIDACION
               END-READ
           END-IF.

           3320-ACUMULAR-LIQUIDACION.
           ADD NH-BRUTO TO AC-BRUTO.
           ADD NH-DESCUENTOS TO AC-DESCUENTOS.
           ADD NH-NETO TO AC-NETO.
           PERFORM 3330-ACUMULAR-CONCEPTO
               VARYING WS-SUB-NH FROM 1 BY 1
               UNTIL WS-SUB-NH > 5.

           3330-ACUMULAR-CONCEPTO.
           IF NH-CON-CODIGO(WS-SUB-NH) NOT = SPACES
               AND NH-CON-IMPORTE(WS-SUB-NH) IS NUMERIC
               AND NH-CON-IMPORTE(WS-SUB-NH) > 0
               MOVE "N" TO WS-ENCONTRADO
               PERFORM 3340-BUSCAR-CONCEPTO-CERT
                   VARYING WS-SUB-CERT FROM 1 BY 1
                   UNTIL WS-SUB-CERT > CN-CERT-CONCEPTOS
                   OR WS-ENCONTRADO = "S"
               IF WS-ENCONTRADO = "N" AND CN-CERT-CONCEPTOS < 20
                   ADD 1 TO CN-CERT-CONCEPTOS
                   MOVE CN-CERT-CONCEPTOS TO WS-POS-CERT
                   MOVE NH-CON-CODIGO(WS-SUB-NH)
                       TO TB-CC-CODIGO(WS-POS-CERT)
                   MOVE NH-CON-SIGNO(WS-SUB-NH)
                       TO TB-CC-SIGNO(WS-POS-CERT)
                   MOVE ZEROES TO TB-CC-IMPORTE(WS-POS-CERT)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
               IF WS-ENCONTRADO = "S"
                   ADD NH-CON-IMPORTE(WS-SUB-NH)
                       TO TB-CC-IMPORTE(WS-POS-CERT)
                   IF NH-CON-SIGNO(WS-SUB-NH) NOT = "S"
                       ADD NH-CON-IMPORTE(WS-SUB-NH)
                           TO AC-CONCEPTOS-DESC
                   END-IF
               END-IF
           END-IF.

           3340-BUSCAR-CONCEPTO-CERT.
           IF TB-CC-CODIGO(WS-SUB-CERT) = NH-CON-CODIGO(WS-SUB-NH)
               AND TB-CC-SIGNO(WS-SUB-CERT) = NH-CON-SIGNO(WS-SUB-NH)
               MOVE "S" TO WS-ENCONTRADO
               MOVE WS-SUB-CERT TO WS-POS-CERT
           END-IF.

           3400-TOMAR-HORAS.
           MOVE AC-HORAS-HISTORIA TO WS-HORAS-ANIO.
           MOVE AC-EXTRA-HISTORIA TO WS-EXTRA-ANIO.
           IF WS-ACUMULADO-DISPONIBLE = "S"
               MOVE WS-EMPLEADOS-LEGAJO TO HA-LEGAJO
               MOVE WS-ANIO-CERT TO HA-ANIO
               READ ACUMULADO-ARCHIVO
                   KEY IS HA-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HA-HORAS-TRABAJADAS TO WS-HORAS-ANIO
                       MOVE HA-HORAS-EXTRA TO WS-EXTRA-ANIO
               END-READ
           END-IF.

           3500-TOMAR-LICENCIAS.
           MOVE ZEROES TO WS-DIAS-VAC.
           MOVE ZEROES TO WS-DIAS-ENF.
           MOVE ZEROES TO WS-DIAS-AUS.
           MOVE ZEROES TO WS-DIAS-CAP.
           MOVE WS-EMPLEADOS-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 2130-BUSCAR-LEGAJO-NOVEDAD.
           IF WS-ENCONTRADO = "S"
               MOVE TB-NV-VAC(WS-POS-NOVEDAD) TO WS-DIAS-VAC
               MOVE TB-NV-ENF(WS-POS-NOVEDAD) TO WS-DIAS-ENF
               MOVE TB-NV-AUS(WS-POS-NOVEDAD) TO WS-DIAS-AUS
               MOVE TB-NV-CAP(WS-POS-NOVEDAD) TO WS-DIAS-CAP
           END-IF.

           3600-DETERMINAR-TIPO.
           MOVE "A" TO WS-TIPO-CERT.
           MOVE WS-FECHA-FIN-ANIO TO WS-FECHA-CERT.
           IF EMPLEADO-DE-BAJA
               AND WS-EMPLEADOS-FECHA-ESTADO IS NUMERIC
               IF WS-EMPLEADOS-FECHA-ESTADO NOT > WS-FECHA-FIN-ANIO
                   MOVE "F" TO WS-TIPO-CERT
                   MOVE WS-EMPLEADOS-FECHA-ESTADO TO WS-FECHA-CERT
               END-IF
           END-IF.

           4000-ESCRIBIR-CERTIFICADO.
           ADD 1 TO CN-CERTIFICADOS.
           WRITE CERTIFICADO-LINEA FROM LINEA-CORTE.
           MOVE WS-ANIO-CERT TO CT-ANIO.
           WRITE CERTIFICADO-LINEA FROM LINEA-TITULO.
           MOVE WS-EMPLEADOS-LEGAJO TO CT-LEGAJO.
           MOVE WS-EMPLEADOS-NOMBRE TO CT-NOMBRE.
           WRITE CERTIFICADO-LINEA FROM LINEA-LEGAJO.
           IF CERTIFICADO-FINAL
               ADD 1 TO CN-FINALES
               MOVE "FINAL POR BAJA" TO CT-TIPO
           ELSE
               MOVE "ANUAL" TO CT-TIPO
           END-IF.
           MOVE WS-FECHA-CERT TO CT-FECHA.
           MOVE CN-MESES TO CT-MESES.
           WRITE CERTIFICADO-LINEA FROM LINEA-TIPO.
           MOVE "REMUNERACION BRUTA" TO CT-ROTULO.
           MOVE SPACES TO CT-SIGNO.
           MOVE AC-BRUTO TO CT-IMPORTE.
           WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE.
           IF AC-SAC > 0
               MOVE "  INCLUYE AGUINALDO" TO CT-ROTULO
               MOVE AC-SAC TO CT-IMPORTE
               WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE
           END-IF.
           IF AC-RETRO NOT = 0
               MOVE "  INCLUYE AJUSTES RETROACTIVOS" TO CT-ROTULO
               MOVE AC-RETRO TO CT-IMPORTE
               WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE
           END-IF.
           PERFORM 4100-ESCRIBIR-CONCEPTO
               VARYING WS-SUB-CERT FROM 1 BY 1
               UNTIL WS-SUB-CERT > CN-CERT-CONCEPTOS.
           IF AC-PRESTAMOS > 0
               MOVE "PRESTAMOS Y ADELANTOS DE SUELDO" TO CT-ROTULO
               MOVE "- " TO CT-SIGNO
               MOVE AC-PRESTAMOS TO CT-IMPORTE
               WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE
           END-IF.
           COMPUTE WS-OTROS-DESCUENTOS =
               AC-DESCUENTOS - AC-CONCEPTOS-DESC - AC-PRESTAMOS.
           IF WS-OTROS-DESCUENTOS > 0
               MOVE "OTROS DESCUENTOS SIN DETALLE" TO CT-ROTULO
               MOVE "- " TO CT-SIGNO
               MOVE WS-OTROS-DESCUENTOS TO CT-IMPORTE
               WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE
           END-IF.
           MOVE "TOTAL DESCUENTOS" TO CT-ROTULO.
           MOVE "- " TO CT-SIGNO.
           MOVE AC-DESCUENTOS TO CT-IMPORTE.
           WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE.
           MOVE "NETO PERCIBIDO" TO CT-ROTULO.
           MOVE SPACES TO CT-SIGNO.
           MOVE AC-NETO TO CT-IMPORTE.
           WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE.
           MOVE WS-HORAS-ANIO TO CT-HORAS.
           MOVE WS-EXTRA-ANIO TO CT-EXTRA.
           WRITE CERTIFICADO-LINEA FROM LINEA-HORAS.
           MOVE WS-DIAS-VAC TO CT-VAC.
           MOVE WS-DIAS-ENF TO CT-ENF.
           MOVE WS-DIAS-AUS TO CT-AUS.
           MOVE WS-DIAS-CAP TO CT-CAP.
           WRITE CERTIFICADO-LINEA FROM LINEA-LICENCIAS.
           ADD AC-BRUTO TO AC-TOTAL-BRUTO.
           ADD AC-DESCUENTOS TO AC-TOTAL-DESCUENTOS.
           ADD AC-NETO TO AC-TOTAL-NETO.

           4100-ESCRIBIR-CONCEPTO.
           MOVE SPACES TO CT-ROTULO.
           MOVE TB-CC-CODIGO(WS-SUB-CERT) TO CT-ROTULO(1:3).
           PERFORM 4110-BUSCAR-DESCRIPCION
               VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > CN-CONCEPTOS.
           IF TB-CC-SIGNO(WS-SUB-CERT) = "S"
               MOVE "+ " TO CT-SIGNO
           ELSE
               MOVE "- " TO CT-SIGNO
           END-IF.
           MOVE TB-CC-IMPORTE(WS-SUB-CERT) TO CT-IMPORTE.
           WRITE CERTIFICADO-LINEA FROM LINEA-IMPORTE.

           4110-BUSCAR-DESCRIPCION.
           IF TB-CD-CODIGO(WS-SUB-CONCEPTO) = TB-CC-CODIGO(WS-SUB-CERT)
               MOVE TB-CD-DESC(WS-SUB-CONCEPTO) TO CT-ROTULO(5:30)
           END-IF.

           5000-ESCRIBIR-DETALLE.
           MOVE WS-EMPLEADOS-LEGAJO TO DT-LEGAJO.
           MOVE WS-EMPLEADOS-NOMBRE TO DT-NOMBRE.
           MOVE WS-TIPO-CERT TO DT-TIPO-CERT.
           MOVE WS-FECHA-CERT TO DT-FECHA-CERT.
           MOVE AC-BRUTO TO DT-BRUTO.
           MOVE AC-SAC TO DT-SAC.
           MOVE AC-DESCUENTOS TO DT-DESCUENTOS.
           MOVE AC-NETO TO DT-NETO.
           MOVE WS-HORAS-ANIO TO DT-HORAS.
           MOVE WS-EXTRA-ANIO TO DT-EXTRA.
           MOVE WS-DIAS-VAC TO DT-DIAS-VAC.
           MOVE WS-DIAS-ENF TO DT-DIAS-ENF.
           MOVE WS-DIAS-AUS TO DT-DIAS-AUS.
           MOVE WS-DIAS-CAP TO DT-DIAS-CAP.
           WRITE RESUMEN-LINEA FROM REGISTRO-DETALLE.

           6000-ESCRIBIR-TOTALES.
           WRITE CERTIFICADO-LINEA FROM LINEA-CORTE.
           MOVE "CERTIFICADOS EMITIDOS :" TO CT-TEXTO-TOTAL.
           MOVE CN-CERTIFICADOS TO CT-CANTIDAD-TOTAL.
           MOVE AC-TOTAL-BRUTO TO CT-IMPORTE-TOTAL.
           WRITE CERTIFICADO-LINEA FROM LINEA-TOTALES.
           DISPLAY LINEA-TOTALES.
           MOVE "  FINALES POR BAJA :" TO CT-TEXTO-TOTAL.
           MOVE CN-FINALES TO CT-CANTIDAD-TOTAL.
           MOVE AC-TOTAL-NETO TO CT-IMPORTE-TOTAL.
           WRITE CERTIFICADO-LINEA FROM LINEA-TOTALES.
           DISPLAY LINEA-TOTALES.
           DISPLAY "CERTIFICADOS EN " WS-REPORTE-PATH
               " - RESUMEN EN " WS-RESUMEN-PATH.

       END PROGRAM CERTIFICADO-ANUAL.
