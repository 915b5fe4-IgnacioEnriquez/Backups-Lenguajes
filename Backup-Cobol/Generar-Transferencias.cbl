      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Arma el archivo de transferencias bancarias de una
      *          nomina ya cerrada, en lugar de tipear cada pago en
      *          el portal del banco. El periodo AAAAMM sale de la
      *          variable TRANSFERENCIA-PERIODO o se pide al operador
      *          y tiene que figurar en nomina-historia.dat. Formato
      *          fijo de 100 posiciones en transferencias-<AAAAMM>.txt:
      *          cabecera H (fecha, periodo, CBU de la cuenta debito
      *          de la empresa de TRANSFERENCIA-CBU-EMPRESA), un
      *          detalle D por legajo con neto a pagar (CBU, titular,
      *          importe, legajo como referencia) y un trailer T con
      *          cantidad e importe total. Un legajo sin cuenta en
      *          cuentas-banco.dat, con la cuenta inactiva o con un
      *          CBU que no pasa VALIDAR-CBU no viaja: va a la lista
      *          de excepciones para pagarse con cheque. El reporte
      *          transferencias-<AAAAMM>.rpt lista las excepciones y
      *          concilia: el archivo se relee y sus detalles tienen
      *          que sumar el trailer, y transferido mas excepciones
      *          tiene que dar el neto total del periodo en la
      *          historia. Estado devuelto: 0 conciliado, 1 periodo no
      *          liquidado, 2 error de archivo o diferencia.
      *          Con TRANSFERENCIA-TIPO=A paga el aguinaldo (registros
      *          NH-TIPO-LIQ A del periodo) en transferencias-sac-
      *          <AAAAMM>.txt/.rpt, concepto SAC y referencia
      *          AGUINALDO; sin ella paga la nomina mensual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-TRANSFERENCIAS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-NOMINA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-CLAVE
           FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL CUENTAS-ARCHIVO
           ASSIGN TO WS-CUENTAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-LEGAJO
           FILE STATUS IS WS-CUENTAS-STATUS.

           SELECT TRANSFERENCIAS-ARCHIVO
           ASSIGN TO WS-TRANSFERENCIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANSFERENCIAS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-NOMINA.
           COPY NOMINAHIS.CPY.

       FD CUENTAS-ARCHIVO.
           COPY CUENTA.CPY.

       FD TRANSFERENCIAS-ARCHIVO.
       01 TRANSFERENCIA-LINEA PIC X(100).

       FD REPORTE-ARCHIVO.
       01 REPORTE-LINEA PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-HISTORIA-STATUS  PIC X(02) VALUE "00".
           88 HISTORIA-PRESENTE VALUE "00".
       01  WS-CUENTAS-PATH     PIC X(60) VALUE "cuentas-banco.dat".
       01  WS-CUENTAS-STATUS   PIC X(02) VALUE "00".
           88 CUENTAS-PRESENTE VALUE "00".
       01  WS-TRANSFERENCIAS-STATUS PIC X(02) VALUE "00".
           88 TRANSFERENCIAS-ABIERTO-OK VALUES "00" "05".
       01  WS-TRANSFERENCIAS-PATH PIC X(40) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-ENTORNO  PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PAGO     PIC 9(06) VALUE ZEROES.
       01  WS-TIPO-PAGO        PIC X(01) VALUE SPACE.
           88 PAGO-AGUINALDO   VALUE "A".
       01  WS-PREFIJO-ARCHIVO  PIC X(20) VALUE "transferencias-".
       01  WS-CONCEPTO-PAGO    PIC X(03) VALUE "HAB".
       01  WS-REFERENCIA-PAGO  PIC X(10) VALUE "HABERES".
       01  WS-CBU-EMPRESA      PIC X(22) VALUE SPACES.
       01  WS-PERIODO-VALIDO   PIC X VALUE "N".
       01  WS-HUBO-ERROR-ARCHIVO PIC X VALUE "N".
       01  WS-FIN-NOMINA       PIC X VALUE "1".
       01  WS-FIN-RELECTURA    PIC X VALUE "1".
       01  WS-CUENTAS-DISPONIBLE PIC X VALUE "N".
       01  WS-CUENTA-OK        PIC X VALUE "N".
       01  WS-CBU-VALIDO       PIC X VALUE "N".
       01  WS-MOTIVO-EXCEPCION PIC X(40) VALUE SPACES.

       01  CN-LEGAJOS-PERIODO  PIC 9(06) VALUE ZEROES.
       01  CN-TRANSFERENCIAS   PIC 9(06) VALUE ZEROES.
       01  CN-EXCEPCIONES      PIC 9(06) VALUE ZEROES.
       01  CN-SIN-NETO         PIC 9(06) VALUE ZEROES.
       01  AC-TOTAL-NOMINA     PIC 9(13)V99 VALUE ZEROES.
       01  AC-TOTAL-TRANSFERIDO PIC 9(13)V99 VALUE ZEROES.
       01  AC-TOTAL-EXCEPCIONES PIC 9(13)V99 VALUE ZEROES.
       01  CN-DETALLES-RELEIDOS PIC 9(06) VALUE ZEROES.
       01  AC-TOTAL-RELEIDO    PIC 9(13)V99 VALUE ZEROES.
       01  CN-TRAILER-LEIDO    PIC 9(06) VALUE ZEROES.
       01  AC-TRAILER-LEIDO    PIC 9(13)V99 VALUE ZEROES.
       01  WS-DIFERENCIA       PIC S9(13)V99 VALUE ZEROES.
       01  WS-CONCILIADO       PIC X VALUE "S".

       01 REGISTRO-CABECERA.
           05 FILLER          PIC X(01) VALUE "H".
           05 HD-FECHA        PIC 9(08).
           05 HD-PERIODO      PIC 9(06).
           05 HD-CBU-DEBITO   PIC X(22).
           05 HD-REFERENCIA   PIC X(20).
           05 FILLER          PIC X(43) VALUE SPACES.

       01 REGISTRO-DETALLE.
           05 DT-TIPO-REG     PIC X(01) VALUE "D".
           05 DT-SECUENCIA    PIC 9(06).
           05 DT-CBU          PIC X(22).
           05 DT-TITULAR      PIC X(30).
           05 DT-IMPORTE      PIC 9(11)V99.
           05 DT-REFERENCIA   PIC X(11).
           05 DT-CONCEPTO     PIC X(03).
           05 FILLER          PIC X(14) VALUE SPACES.

       01 REGISTRO-TRAILER.
           05 TR-TIPO-REG     PIC X(01) VALUE "T".
           05 TR-CANTIDAD     PIC 9(06).
           05 TR-TOTAL        PIC 9(13)V99.
           05 FILLER          PIC X(78) VALUE SPACES.

       01 LINEA-TITULO.
           05 FILLER PIC X(18) VALUE "TRANSFERENCIAS DE ".
           05 RP-TIPO-TITULO PIC X(10).
           05 FILLER PIC X(11) VALUE " - PERIODO ".
           05 RP-PERIODO PIC 9(06).
           05 FILLER PIC X(10) VALUE "  FECHA : ".
           05 RP-FECHA   PIC 9(08).

       01 LINEA-SUBTITULO.
           05 RP-SUBTITULO PIC X(60).

       01 LINEA-EXCEPCION.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RP-LEGAJO   PIC X(11).
           05 FILLER      PIC X(08) VALUE "  NETO: ".
           05 RP-NETO     PIC ZZZZZZZ9.99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 RP-MOTIVO   PIC X(40).

       01 LINEA-CONTROL.
           05 RP-CONCEPTO-CTRL PIC X(32).
           05 RP-CANTIDAD-CTRL PIC ZZZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 RP-IMPORTE-CTRL  PIC -ZZZZZZZZZZZZ9.99.

       01 LINEA-RESULTADO.
           05 RP-RESULTADO PIC X(60).

       LINKAGE SECTION.
       01  LK-ESTADO-TRANSFERENCIA PIC X.

       PROCEDURE DIVISION USING LK-ESTADO-TRANSFERENCIA.
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-OBTENER-CONTEXTO.
           PERFORM 1500-CONTROLAR-PERIODO.
           IF WS-PERIODO-VALIDO = "S"
               PERFORM 2000-GENERAR-ARCHIVO
               IF WS-HUBO-ERROR-ARCHIVO = "N"
                   PERFORM 3000-CONCILIAR
               END-IF
           END-IF.
           PERFORM 0100-INFORMAR-ESTADO.
           GOBACK.

           0100-INFORMAR-ESTADO.
           IF WS-PERIODO-VALIDO = "N"
               MOVE "1" TO LK-ESTADO-TRANSFERENCIA
           ELSE
               IF WS-HUBO-ERROR-ARCHIVO = "S"
                   OR WS-CONCILIADO = "N"
                   MOVE "2" TO LK-ESTADO-TRANSFERENCIA
               ELSE
                   MOVE "0" TO LK-ESTADO-TRANSFERENCIA
               END-IF
           END-IF.

           1000-OBTENER-CONTEXTO.
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
               "CUENTAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CUENTAS-PATH
           END-IF.
           ACCEPT WS-CBU-EMPRESA FROM ENVIRONMENT
               "TRANSFERENCIA-CBU-EMPRESA"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-TIPO-PAGO FROM ENVIRONMENT
               "TRANSFERENCIA-TIPO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "TRANSFERENCIA-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-ENTORNO NOT NUMERIC
               DISPLAY "PERIODO DE NOMINA A PAGAR (AAAAMM): "
               MOVE SPACES TO WS-PERIODO-ENTORNO
               ACCEPT WS-PERIODO-ENTORNO
               IF WS-TIPO-PAGO = SPACE
                   DISPLAY "HABERES DEL MES (ENTER) O AGUINALDO (A): "
                   ACCEPT WS-TIPO-PAGO
               END-IF
           END-IF.
           IF WS-PERIODO-ENTORNO IS NUMERIC
               MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PAGO
           END-IF.
           IF PAGO-AGUINALDO
               MOVE "transferencias-sac-" TO WS-PREFIJO-ARCHIVO
               MOVE "SAC" TO WS-CONCEPTO-PAGO
               MOVE "AGUINALDO" TO WS-REFERENCIA-PAGO
           ELSE
               MOVE SPACE TO WS-TIPO-PAGO
           END-IF.
           IF WS-CBU-EMPRESA = SPACES
               DISPLAY "*** ADVERTENCIA: SIN TRANSFERENCIA-CBU-EMPRESA "
                   "- LA CABECERA VA SIN CUENTA DEBITO ***"
           END-IF.

           1500-CONTROLAR-PERIODO.
           IF WS-PERIODO-PAGO > ZEROES
               OPEN INPUT HISTORIA-NOMINA
               IF HISTORIA-PRESENTE
                   MOVE WS-PERIODO-PAGO TO NH-PERIODO
                   MOVE LOW-VALUES TO NH-LEGAJO
                   MOVE LOW-VALUES TO NH-TIPO-LIQ
                   START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                       INVALID KEY
                           MOVE "0" TO WS-FIN-NOMINA
                   END-START
                   PERFORM 1510-REVISAR-PERIODO
                       UNTIL WS-FIN-NOMINA = "0"
                       OR WS-PERIODO-VALIDO = "S"
               END-IF
               CLOSE HISTORIA-NOMINA
           END-IF.
           IF WS-PERIODO-VALIDO = "N"
               DISPLAY "*** PERIODO " WS-PERIODO-PAGO " SIN NOMINA "
                   "LIQUIDADA EN LA HISTORIA - NO HAY NADA PARA "
                   "TRANSFERIR ***"
           END-IF.

           1510-REVISAR-PERIODO.
           READ HISTORIA-NOMINA NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-NOMINA
               NOT AT END
                   IF NH-PERIODO NOT = WS-PERIODO-PAGO
                       MOVE "0" TO WS-FIN-NOMINA
                   ELSE
                       IF NH-TIPO-LIQ = WS-TIPO-PAGO
                           MOVE "S" TO WS-PERIODO-VALIDO
                       END-IF
                   END-IF
           END-READ.

           2000-GENERAR-ARCHIVO.
           MOVE SPACES TO WS-TRANSFERENCIAS-PATH.
           STRING WS-PREFIJO-ARCHIVO DELIMITED BY SPACE
               WS-PERIODO-PAGO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-TRANSFERENCIAS-PATH.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING WS-PREFIJO-ARCHIVO DELIMITED BY SPACE
               WS-PERIODO-PAGO DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           OPEN INPUT HISTORIA-NOMINA.
           IF NOT HISTORIA-PRESENTE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-HISTORIA - "
                   "STATUS " WS-HISTORIA-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT CUENTAS-ARCHIVO.
           IF CUENTAS-PRESENTE
               MOVE "S" TO WS-CUENTAS-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN CUENTAS-BANCO.DAT - "
                   "TODOS LOS LEGAJOS VAN A EXCEPCIONES ***"
           END-IF.
           OPEN OUTPUT TRANSFERENCIAS-ARCHIVO.
           IF NOT TRANSFERENCIAS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO CREAR "
                   WS-TRANSFERENCIAS-PATH " - STATUS "
                   WS-TRANSFERENCIAS-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE WS-REFERENCIA-PAGO TO RP-TIPO-TITULO.
           MOVE WS-PERIODO-PAGO TO RP-PERIODO.
           MOVE WS-FECHA-SISTEMA TO RP-FECHA.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           MOVE "--- EXCEPCIONES (PAGAR CON CHEQUE) ---"
               TO RP-SUBTITULO.
           WRITE REPORTE-LINEA FROM LINEA-SUBTITULO.
           IF WS-HUBO-ERROR-ARCHIVO = "N"
               MOVE WS-FECHA-SISTEMA TO HD-FECHA
               MOVE WS-PERIODO-PAGO TO HD-PERIODO
               MOVE WS-CBU-EMPRESA TO HD-CBU-DEBITO
               MOVE SPACES TO HD-REFERENCIA
               STRING WS-REFERENCIA-PAGO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-PERIODO-PAGO DELIMITED BY SIZE
                   INTO HD-REFERENCIA
               WRITE TRANSFERENCIA-LINEA FROM REGISTRO-CABECERA
               MOVE "1" TO WS-FIN-NOMINA
               MOVE WS-PERIODO-PAGO TO NH-PERIODO
               MOVE LOW-VALUES TO NH-LEGAJO
               MOVE LOW-VALUES TO NH-TIPO-LIQ
               START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-NOMINA
               END-START
               PERFORM 2100-LEER-NOMINA
               PERFORM 2200-PROCESAR-LEGAJO
                   UNTIL WS-FIN-NOMINA = "0"
               MOVE CN-TRANSFERENCIAS TO TR-CANTIDAD
               MOVE AC-TOTAL-TRANSFERIDO TO TR-TOTAL
               WRITE TRANSFERENCIA-LINEA FROM REGISTRO-TRAILER
           END-IF.
           IF CN-EXCEPCIONES = 0
               MOVE "  (SIN EXCEPCIONES)" TO RP-SUBTITULO
               WRITE REPORTE-LINEA FROM LINEA-SUBTITULO
           END-IF.
           CLOSE HISTORIA-NOMINA.
           CLOSE CUENTAS-ARCHIVO.
           CLOSE TRANSFERENCIAS-ARCHIVO.
           IF WS-HUBO-ERROR-ARCHIVO = "S"
               CLOSE REPORTE-ARCHIVO
           END-IF.

           2100-LEER-NOMINA.
           IF WS-FIN-NOMINA = "1"
               READ HISTORIA-NOMINA NEXT RECORD
                   AT END MOVE "0" TO WS-FIN-NOMINA
               END-READ
           END-IF.

           2200-PROCESAR-LEGAJO.
           IF NH-PERIODO NOT = WS-PERIODO-PAGO
               MOVE "0" TO WS-FIN-NOMINA
           ELSE
               IF NH-TIPO-LIQ = WS-TIPO-PAGO
                   PERFORM 2210-PAGAR-LEGAJO
               END-IF
               PERFORM 2100-LEER-NOMINA
           END-IF.

           2210-PAGAR-LEGAJO.
           ADD 1 TO CN-LEGAJOS-PERIODO.
           ADD NH-NETO TO AC-TOTAL-NOMINA.
           IF NH-NETO = ZEROES
               ADD 1 TO CN-SIN-NETO
           ELSE
               PERFORM 2300-CONTROLAR-CUENTA
               IF WS-CUENTA-OK = "S"
                   PERFORM 2400-ESCRIBIR-DETALLE
               ELSE
                   PERFORM 2500-ESCRIBIR-EXCEPCION
               END-IF
           END-IF.

           2300-CONTROLAR-CUENTA.
           MOVE "N" TO WS-CUENTA-OK.
           MOVE SPACES TO WS-MOTIVO-EXCEPCION.
           IF WS-CUENTAS-DISPONIBLE = "N"
               MOVE "SIN MAESTRO DE CUENTAS BANCARIAS"
                   TO WS-MOTIVO-EXCEPCION
           ELSE
               MOVE NH-LEGAJO TO CB-LEGAJO
               READ CUENTAS-ARCHIVO
                   KEY IS CB-LEGAJO
                   INVALID KEY
                       MOVE "SIN CUENTA BANCARIA"
                           TO WS-MOTIVO-EXCEPCION
                   NOT INVALID KEY
                       PERFORM 2310-VALIDAR-CUENTA
               END-READ
           END-IF.

           2310-VALIDAR-CUENTA.
           CALL "VALIDAR-CBU" USING CB-CBU WS-CBU-VALIDO.
           EVALUATE TRUE
               WHEN CB-CUENTA-INACTIVA
                   MOVE "CUENTA BANCARIA INACTIVA"
                       TO WS-MOTIVO-EXCEPCION
               WHEN WS-CBU-VALIDO = "N"
                   MOVE "CBU INVALIDO" TO WS-MOTIVO-EXCEPCION
               WHEN CB-BANCO NOT = CB-CBU(1:3)
                   OR CB-SUCURSAL NOT = CB-CBU(4:4)
                   MOVE "BANCO/SUCURSAL NO COINCIDEN CON EL CBU"
                       TO WS-MOTIVO-EXCEPCION
               WHEN CB-TITULAR = SPACES
                   MOVE "CUENTA SIN TITULAR" TO WS-MOTIVO-EXCEPCION
               WHEN OTHER
                   MOVE "S" TO WS-CUENTA-OK
           END-EVALUATE.

           2400-ESCRIBIR-DETALLE.
           ADD 1 TO CN-TRANSFERENCIAS.
           MOVE CN-TRANSFERENCIAS TO DT-SECUENCIA.
           MOVE CB-CBU TO DT-CBU.
           MOVE CB-TITULAR TO DT-TITULAR.
           MOVE NH-NETO TO DT-IMPORTE.
           MOVE NH-LEGAJO TO DT-REFERENCIA.
           MOVE WS-CONCEPTO-PAGO TO DT-CONCEPTO.
           WRITE TRANSFERENCIA-LINEA FROM REGISTRO-DETALLE.
           ADD NH-NETO TO AC-TOTAL-TRANSFERIDO.

           2500-ESCRIBIR-EXCEPCION.
           ADD 1 TO CN-EXCEPCIONES.
           ADD NH-NETO TO AC-TOTAL-EXCEPCIONES.
           MOVE NH-LEGAJO TO RP-LEGAJO.
           MOVE NH-NETO TO RP-NETO.
           MOVE WS-MOTIVO-EXCEPCION TO RP-MOTIVO.
           WRITE REPORTE-LINEA FROM LINEA-EXCEPCION.
           DISPLAY LINEA-EXCEPCION.

           3000-CONCILIAR.
           MOVE "1" TO WS-FIN-RELECTURA.
           OPEN INPUT TRANSFERENCIAS-ARCHIVO.
           PERFORM 3100-RELEER-LINEA.
           PERFORM 3200-SUMAR-LINEA
               UNTIL WS-FIN-RELECTURA = "0".
           CLOSE TRANSFERENCIAS-ARCHIVO.
           IF CN-DETALLES-RELEIDOS NOT = CN-TRAILER-LEIDO
               OR AC-TOTAL-RELEIDO NOT = AC-TRAILER-LEIDO
               MOVE "N" TO WS-CONCILIADO
           END-IF.
           COMPUTE WS-DIFERENCIA = AC-TOTAL-NOMINA
               - AC-TOTAL-RELEIDO - AC-TOTAL-EXCEPCIONES.
           IF WS-DIFERENCIA NOT = ZEROES
               MOVE "N" TO WS-CONCILIADO
           END-IF.
           PERFORM 3300-INFORMAR-CONCILIACION.
           CLOSE REPORTE-ARCHIVO.

           3100-RELEER-LINEA.
           READ TRANSFERENCIAS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-RELECTURA
           END-READ.

           3200-SUMAR-LINEA.
           EVALUATE TRANSFERENCIA-LINEA(1:1)
               WHEN "D"
                   MOVE TRANSFERENCIA-LINEA TO REGISTRO-DETALLE
                   ADD 1 TO CN-DETALLES-RELEIDOS
                   ADD DT-IMPORTE TO AC-TOTAL-RELEIDO
               WHEN "T"
                   MOVE TRANSFERENCIA-LINEA TO REGISTRO-TRAILER
                   MOVE TR-CANTIDAD TO CN-TRAILER-LEIDO
                   MOVE TR-TOTAL TO AC-TRAILER-LEIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3100-RELEER-LINEA.

           3300-INFORMAR-CONCILIACION.
           MOVE "--- CONCILIACION CON NOMINA-HISTORIA ---"
               TO RP-SUBTITULO.
           WRITE REPORTE-LINEA FROM LINEA-SUBTITULO.
           MOVE "NETO DEL PERIODO (HISTORIA)   :" TO RP-CONCEPTO-CTRL.
           MOVE CN-LEGAJOS-PERIODO TO RP-CANTIDAD-CTRL.
           MOVE AC-TOTAL-NOMINA TO RP-IMPORTE-CTRL.
           PERFORM 3310-ESCRIBIR-CONTROL.
           MOVE "TRANSFERIDO (DETALLES)        :" TO RP-CONCEPTO-CTRL.
           MOVE CN-DETALLES-RELEIDOS TO RP-CANTIDAD-CTRL.
           MOVE AC-TOTAL-RELEIDO TO RP-IMPORTE-CTRL.
           PERFORM 3310-ESCRIBIR-CONTROL.
           MOVE "TRANSFERIDO (TRAILER)         :" TO RP-CONCEPTO-CTRL.
           MOVE CN-TRAILER-LEIDO TO RP-CANTIDAD-CTRL.
           MOVE AC-TRAILER-LEIDO TO RP-IMPORTE-CTRL.
           PERFORM 3310-ESCRIBIR-CONTROL.
           MOVE "EXCEPCIONES (CHEQUE)          :" TO RP-CONCEPTO-CTRL.
           MOVE CN-EXCEPCIONES TO RP-CANTIDAD-CTRL.
           MOVE AC-TOTAL-EXCEPCIONES TO RP-IMPORTE-CTRL.
           PERFORM 3310-ESCRIBIR-CONTROL.
           MOVE "LEGAJOS SIN NETO A PAGAR      :" TO RP-CONCEPTO-CTRL.
           MOVE CN-SIN-NETO TO RP-CANTIDAD-CTRL.
           MOVE ZEROES TO RP-IMPORTE-CTRL.
           PERFORM 3310-ESCRIBIR-CONTROL.
           MOVE "DIFERENCIA                    :" TO RP-CONCEPTO-CTRL.
           MOVE ZEROES TO RP-CANTIDAD-CTRL.
           MOVE WS-DIFERENCIA TO RP-IMPORTE-CTRL.
           PERFORM 3310-ESCRIBIR-CONTROL.
           IF WS-CONCILIADO = "S"
               MOVE "ARCHIVO CONCILIADO CON LA NOMINA DEL PERIODO"
                   TO RP-RESULTADO
           ELSE
               MOVE "*** ARCHIVO NO CONCILIA - NO ENVIAR AL BANCO ***"
                   TO RP-RESULTADO
           END-IF.
           WRITE REPORTE-LINEA FROM LINEA-RESULTADO.
           DISPLAY LINEA-RESULTADO.
           DISPLAY "ARCHIVO DE TRANSFERENCIAS: " WS-TRANSFERENCIAS-PATH.

           3310-ESCRIBIR-CONTROL.
           WRITE REPORTE-LINEA FROM LINEA-CONTROL.
           DISPLAY LINEA-CONTROL.

       END PROGRAM GENERAR-TRANSFERENCIAS.
