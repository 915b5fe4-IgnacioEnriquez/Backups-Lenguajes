      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Liquidacion del sueldo anual complementario
      *          (aguinaldo / SAC) de un semestre a partir de la
      *          historia nomina-historia.dat. El periodo AAAAMM sale
      *          de la variable AGUINALDO-PERIODO (o NOMINA-PERIODO,
      *          o el mes de la fecha del sistema) y define el
      *          semestre: enero a junio o julio a diciembre. Para
      *          cada legajo liquidado en el semestre toma el mejor
      *          bruto mensual y paga la mitad, proporcional a los
      *          dias trabajados del semestre cuando el legajo
      *          ingreso despues del inicio (fecha de ingreso de
      *          empleados.dat) o fue dado de baja antes del fin
      *          (estado B con su fecha efectiva). Sobre el SAC aplica
      *          los conceptos porcentuales de descuento de
      *          conceptos-nomina.dat; los importes fijos y los
      *          conceptos que suman son mensuales y no se repiten.
      *          Deja un recibo por legajo en aguinaldo-recibos.rpt y
      *          graba el resultado en la historia con el periodo del
      *          ultimo mes del semestre y NH-TIPO-LIQ A. Se niega si
      *          ese ultimo mes todavia no tiene nomina liquidada o si
      *          el aguinaldo del semestre ya esta grabado. Estado
      *          devuelto: 0 liquidado, 1 bloqueado, 2 error. El bruto
      *          mensual que compite por el mejor es el propio del
      *          mes, sin los ajustes retroactivos de otros periodos
      *          que se hayan liquidado con el (NH-RETRO). El
      *          aguinaldo no cobra cuotas de prestamos (NH-PRESTAMOS
      *          en cero); esas las descuenta solo la nomina mensual.
      *          Los primeros cinco conceptos descontados quedan en
      *          NH-CONCEPTO para el certificado anual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-AGUINALDO IS INITIAL PROGRAM.

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

           SELECT OPTIONAL CONCEPTOS-ARCHIVO
           ASSIGN TO WS-CONCEPTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-CODIGO
           FILE STATUS IS WS-CONCEPTOS-STATUS.

           SELECT RECIBOS-AGUINALDO
           ASSIGN TO "aguinaldo-recibos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-NOMINA.
           COPY NOMINAHIS.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD CONCEPTOS-ARCHIVO.
           COPY CONCEPTO.CPY.

       FD RECIBOS-AGUINALDO.
       01 RECIBO-LINEA       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EMPLEADOS-PATH   PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS PIC X(02) VALUE "00".
           88 EMPLEADOS-ABIERTO-OK VALUES "00" "05".

       01  WS-CONCEPTOS-PATH   PIC X(60) VALUE "conceptos-nomina.dat".
       01  WS-CONCEPTOS-STATUS PIC X(02) VALUE "00".
           88 CONCEPTOS-ABIERTO-OK VALUES "00" "05".

       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-HISTORIA-STATUS  PIC X(02) VALUE "00".
           88 HISTORIA-ABIERTO-OK VALUES "00" "05".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       01  WS-FECHA-SISTEMA     PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-SISTEMA REDEFINES WS-FECHA-SISTEMA.
           05 WS-PERIODO-SISTEMA PIC 9(06).
           05 FILLER             PIC 9(02).

       01  WS-PERIODO-ENTORNO  PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PEDIDO   PIC 9(06) VALUE ZEROES.
       01 DETALLE-PERIODO-PEDIDO REDEFINES WS-PERIODO-PEDIDO.
           05 WS-PP-ANIO PIC 9(04).
           05 WS-PP-MES  PIC 9(02).

       01  WS-PERIODO-DESDE    PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-HASTA    PIC 9(06) VALUE ZEROES.
       01  WS-FECHA-INICIO-SEM PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-FIN-SEM    PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-INICIO-SEM  PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-FIN-SEM     PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-SEMESTRE    PIC 9(03) VALUE ZEROES.

       01  WS-PERIODO-BLOQUEADO PIC X VALUE "N".
       01  WS-HAY-MENSUAL      PIC X VALUE "N".
       01  WS-YA-LIQUIDADO     PIC X VALUE "N".
       01  WS-HUBO-ERROR-ARCHIVO PIC X VALUE "N".
       01  WS-FIN-HISTORIA     PIC X VALUE "1".
       01  WS-FIN-CONCEPTOS    PIC X VALUE "1".
       01  WS-LEGAJO-EN-MAESTRO PIC X VALUE "N".

       01 TABLA-MEJORES.
           05 CN-MEJORES PIC 9(04) VALUE ZEROES.
           05 MEJOR-ENTRADA OCCURS 2000 TIMES.
               10 TB-MJ-LEGAJO  PIC X(11).
               10 TB-MJ-ID-TRAB PIC 9(05).
               10 TB-MJ-SECTOR  PIC X(05).
               10 TB-MJ-BRUTO   PIC 9(07)V99.
               10 TB-MJ-PERIODO PIC 9(06).

       01  WS-SUB-MEJOR        PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-MEJOR PIC X VALUE "N".

       01 TABLA-CONCEPTOS.
           05 CN-CONCEPTOS PIC 9(02) VALUE ZEROES.
           05 CONCEPTO-ENTRADA OCCURS 20 TIMES.
               10 TB-CD-CODIGO PIC X(03).
               10 TB-CD-DESC   PIC X(30).
               10 TB-CD-VALOR  PIC 9(05)V99.

       01  WS-SUB-CONCEPTO     PIC 9(02) VALUE ZEROES.
       01  WS-IMPORTE-CONCEPTO PIC 9(07)V99 VALUE ZEROES.
       01  AC-TOTAL-DESCUENTOS PIC 9(08)V99 VALUE ZEROES.
       01  WS-NETO-CALCULADO   PIC S9(09)V99 VALUE ZEROES.

       01  WS-FECHA-DESDE-LEG  PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-HASTA-LEG  PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-DESDE-LEG   PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-HASTA-LEG   PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-TRABAJADOS  PIC 9(03) VALUE ZEROES.
       01  WS-SAC              PIC 9(07)V99 VALUE ZEROES.
       01  WS-BRUTO-MES        PIC 9(07)V99 VALUE ZEROES.

       01  CN-LIQUIDADOS       PIC 9(04) VALUE ZEROES.
       01  CN-SIN-DIAS         PIC 9(04) VALUE ZEROES.
       01  CN-PROPORCIONALES   PIC 9(04) VALUE ZEROES.
       01  AC-TOTAL-SAC        PIC 9(09)V99 VALUE ZEROES.
       01  AC-TOTAL-NETO       PIC 9(09)V99 VALUE ZEROES.

       01  WS-FECHA-CALC        PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-CALC REDEFINES WS-FECHA-CALC.
           05 WS-FC-ANIO PIC 9(04).
           05 WS-FC-MES  PIC 9(02).
           05 WS-FC-DIA  PIC 9(02).
       01  WS-ANIO-AJUSTADO     PIC 9(04) VALUE ZEROES.
       01  WS-BISIESTOS         PIC 9(06) VALUE ZEROES.
       01  WS-AUXILIAR-DIV      PIC 9(06) VALUE ZEROES.
       01  WS-DIAS-TOTALES      PIC 9(08) VALUE ZEROES.

       01 LINEA-RECIBO-CORTE.
           05 FILLER PIC X(60) VALUE ALL "-".

       01 LINEA-RECIBO-TITULO.
           05 FILLER PIC X(25) VALUE "RECIBO DE AGUINALDO ID : ".
           05 RB-ID     PIC 9(05).
           05 FILLER PIC X(11) VALUE "  LEGAJO : ".
           05 RB-LEGAJO PIC X(11).

       01 LINEA-RECIBO-SEMESTRE.
           05 FILLER PIC X(09) VALUE "SECTOR : ".
           05 RB-SECTOR PIC X(05).
           05 FILLER PIC X(13) VALUE "  SEMESTRE : ".
           05 RB-DESDE  PIC 9(06).
           05 FILLER PIC X(03) VALUE " A ".
           05 RB-HASTA  PIC 9(06).

       01 LINEA-RECIBO-MEJOR.
           05 FILLER PIC X(16) VALUE "MEJOR BRUTO  :  ".
           05 RB-MEJOR PIC ZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE "  PERIODO ".
           05 RB-PERIODO-MEJOR PIC 9(06).

       01 LINEA-RECIBO-DIAS.
           05 FILLER PIC X(16) VALUE "DIAS TRABAJADOS:".
           05 RB-DIAS PIC ZZ9.
           05 FILLER PIC X(04) VALUE " DE ".
           05 RB-DIAS-SEMESTRE PIC ZZ9.

       01 LINEA-RECIBO-SAC.
           05 FILLER PIC X(16) VALUE "AGUINALDO    :  ".
           05 RB-SAC PIC ZZZZZZ9.99.

       01 LINEA-RECIBO-CONCEPTO.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RB-CON-CODIGO  PIC X(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RB-CON-DESC    PIC X(30).
           05 FILLER PIC X(02) VALUE "- ".
           05 RB-CON-IMPORTE PIC ZZZZZZ9.99.

       01 LINEA-RECIBO-NETO.
           05 FILLER PIC X(16) VALUE "NETO A PAGAR :  ".
           05 RB-NETO PIC ZZZZZZZ9.99.

       01 LINEA-TOTALES.
           05 FILLER PIC X(14) VALUE "LIQUIDADOS :  ".
           05 RS-TOT-LIQ PIC ZZZ9.
           05 FILLER PIC X(18) VALUE "  PROPORCIONALES: ".
           05 RS-TOT-PROP PIC ZZZ9.
           05 FILLER PIC X(15) VALUE "  SIN DIAS : ".
           05 RS-TOT-SIN-DIAS PIC ZZZ9.

       01 LINEA-TOTAL-IMPORTES.
           05 FILLER PIC X(16) VALUE "TOTAL SAC    :  ".
           05 RS-TOT-SAC PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(12) VALUE "  NETO    : ".
           05 RS-TOT-NETO PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  LK-ESTADO-AGUINALDO PIC X.

       PROCEDURE DIVISION USING LK-ESTADO-AGUINALDO.
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-OBTENER-CONTEXTO.
           PERFORM 1200-ARMAR-SEMESTRE.
           PERFORM 1500-CONTROLAR-PERIODO.
           IF WS-PERIODO-BLOQUEADO = "N"
               PERFORM 2000-CARGAR-CONCEPTOS
               PERFORM 3000-BUSCAR-MEJORES-BRUTOS
               PERFORM 4000-LIQUIDAR-AGUINALDO
           END-IF.
           PERFORM 0100-INFORMAR-ESTADO.
           GOBACK.

           0100-INFORMAR-ESTADO.
           IF WS-PERIODO-BLOQUEADO = "S"
               MOVE "1" TO LK-ESTADO-AGUINALDO
           ELSE
               IF WS-HUBO-ERROR-ARCHIVO = "S"
                   OR CN-LIQUIDADOS = 0
                   MOVE "2" TO LK-ESTADO-AGUINALDO
               ELSE
                   MOVE "0" TO LK-ESTADO-AGUINALDO
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
               "CONCEPTOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CONCEPTOS-PATH
           END-IF.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "AGUINALDO-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-ENTORNO NOT NUMERIC
               MOVE SPACES TO WS-PERIODO-ENTORNO
               ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
                   "NOMINA-PERIODO"
               ON EXCEPTION
                   CONTINUE
               END-ACCEPT
           END-IF.
           IF WS-PERIODO-ENTORNO IS NUMERIC
               AND WS-PERIODO-ENTORNO > ZEROES
               MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
           ELSE
               MOVE WS-PERIODO-SISTEMA TO WS-PERIODO-PEDIDO
           END-IF.

           1200-ARMAR-SEMESTRE.
           IF WS-PP-MES < 7
               COMPUTE WS-PERIODO-DESDE = WS-PP-ANIO * 100 + 1
               COMPUTE WS-PERIODO-HASTA = WS-PP-ANIO * 100 + 6
               COMPUTE WS-FECHA-INICIO-SEM = WS-PP-ANIO * 10000 + 101
               COMPUTE WS-FECHA-FIN-SEM = WS-PP-ANIO * 10000 + 630
           ELSE
               COMPUTE WS-PERIODO-DESDE = WS-PP-ANIO * 100 + 7
               COMPUTE WS-PERIODO-HASTA = WS-PP-ANIO * 100 + 12
               COMPUTE WS-FECHA-INICIO-SEM = WS-PP-ANIO * 10000 + 701
               COMPUTE WS-FECHA-FIN-SEM = WS-PP-ANIO * 10000 + 1231
           END-IF.
           MOVE WS-FECHA-INICIO-SEM TO WS-FECHA-CALC.
           PERFORM 8000-CALCULAR-DIAS.
           MOVE WS-DIAS-TOTALES TO WS-DIAS-INICIO-SEM.
           MOVE WS-FECHA-FIN-SEM TO WS-FECHA-CALC.
           PERFORM 8000-CALCULAR-DIAS.
           MOVE WS-DIAS-TOTALES TO WS-DIAS-FIN-SEM.
           COMPUTE WS-DIAS-SEMESTRE =
               WS-DIAS-FIN-SEM - WS-DIAS-INICIO-SEM + 1.

           1500-CONTROLAR-PERIODO.
           OPEN INPUT HISTORIA-NOMINA.
           IF HISTORIA-ABIERTO-OK
               MOVE "1" TO WS-FIN-HISTORIA
               MOVE WS-PERIODO-HASTA TO NH-PERIODO
               MOVE LOW-VALUES TO NH-LEGAJO
               MOVE LOW-VALUES TO NH-TIPO-LIQ
               START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-HISTORIA
               END-START
               PERFORM 1510-REVISAR-PERIODO-GRABADO
                   UNTIL WS-FIN-HISTORIA = "0"
                   OR WS-YA-LIQUIDADO = "S"
           END-IF.
           CLOSE HISTORIA-NOMINA.
           IF WS-YA-LIQUIDADO = "S"
               MOVE "S" TO WS-PERIODO-BLOQUEADO
               DISPLAY "*** AGUINALDO DEL SEMESTRE " WS-PERIODO-DESDE
                   " A " WS-PERIODO-HASTA
                   " YA LIQUIDADO - NO SE REPITE ***"
           ELSE
               IF WS-HAY-MENSUAL = "N"
                   MOVE "S" TO WS-PERIODO-BLOQUEADO
                   DISPLAY "*** SIN NOMINA LIQUIDADA DEL PERIODO "
                       WS-PERIODO-HASTA " - EL AGUINALDO SE CALCULA "
                       "DESPUES DE LA NOMINA DEL ULTIMO MES ***"
               END-IF
           END-IF.

           1510-REVISAR-PERIODO-GRABADO.
           READ HISTORIA-NOMINA NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-HISTORIA
               NOT AT END
                   IF NH-PERIODO NOT = WS-PERIODO-HASTA
                       MOVE "0" TO WS-FIN-HISTORIA
                   ELSE
                       IF NH-LIQ-AGUINALDO
                           MOVE "S" TO WS-YA-LIQUIDADO
                       ELSE
                           MOVE "S" TO WS-HAY-MENSUAL
                       END-IF
                   END-IF
           END-READ.

           2000-CARGAR-CONCEPTOS.
           OPEN INPUT CONCEPTOS-ARCHIVO.
           IF CONCEPTOS-ABIERTO-OK
               PERFORM 2010-LEER-CONCEPTO
               PERFORM 2020-ALMACENAR-CONCEPTO
                   UNTIL WS-FIN-CONCEPTOS = "0" OR CN-CONCEPTOS = 20
           END-IF.
           CLOSE CONCEPTOS-ARCHIVO.
           IF CN-CONCEPTOS = 0
               DISPLAY "*** ADVERTENCIA: SIN CONCEPTOS PORCENTUALES "
                   "DE DESCUENTO - EL NETO QUEDA IGUAL AL SAC ***"
           END-IF.

           2010-LEER-CONCEPTO.
           READ CONCEPTOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-CONCEPTOS
           END-READ.

           2020-ALMACENAR-CONCEPTO.
           IF CD-TIPO = "P" AND CD-SIGNO NOT = "S"
               ADD 1 TO CN-CONCEPTOS
               MOVE CD-CODIGO TO TB-CD-CODIGO(CN-CONCEPTOS)
               MOVE CD-DESCRIPCION TO TB-CD-DESC(CN-CONCEPTOS)
               MOVE CD-VALOR TO TB-CD-VALOR(CN-CONCEPTOS)
           END-IF.
           PERFORM 2010-LEER-CONCEPTO.

           3000-BUSCAR-MEJORES-BRUTOS.
           OPEN INPUT HISTORIA-NOMINA.
           IF NOT HISTORIA-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-HISTORIA - "
                   "STATUS " WS-HISTORIA-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           ELSE
               MOVE "1" TO WS-FIN-HISTORIA
               MOVE WS-PERIODO-DESDE TO NH-PERIODO
               MOVE LOW-VALUES TO NH-LEGAJO
               MOVE LOW-VALUES TO NH-TIPO-LIQ
               START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                   INVALID KEY
                       MOVE "0" TO WS-FIN-HISTORIA
               END-START
               PERFORM 3100-LEER-HISTORIA
                   UNTIL WS-FIN-HISTORIA = "0"
           END-IF.
           CLOSE HISTORIA-NOMINA.
           IF CN-MEJORES = 2000
               DISPLAY "*** ADVERTENCIA: TABLA DE LEGAJOS LLENA - "
                   "LOS LEGAJOS QUE EXCEDEN 2000 NO SE LIQUIDAN ***"
           END-IF.

           3100-LEER-HISTORIA.
           READ HISTORIA-NOMINA NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-HISTORIA
               NOT AT END
                   IF NH-PERIODO > WS-PERIODO-HASTA
                       MOVE "0" TO WS-FIN-HISTORIA
                   ELSE
                       IF NH-LIQ-MENSUAL
                           PERFORM 3200-GUARDAR-MEJOR
                       END-IF
                   END-IF
           END-READ.

           3200-GUARDAR-MEJOR.
           COMPUTE WS-BRUTO-MES = NH-BRUTO - NH-RETRO.
           MOVE "N" TO WS-ENCONTRADO-MEJOR.
           PERFORM 3210-COMPARAR-MEJOR
               VARYING WS-SUB-MEJOR FROM 1 BY 1
               UNTIL WS-SUB-MEJOR > CN-MEJORES
               OR WS-ENCONTRADO-MEJOR = "S".
           IF WS-ENCONTRADO-MEJOR = "N" AND CN-MEJORES < 2000
               ADD 1 TO CN-MEJORES
               MOVE NH-LEGAJO TO TB-MJ-LEGAJO(CN-MEJORES)
               MOVE NH-ID-TRAB TO TB-MJ-ID-TRAB(CN-MEJORES)
               MOVE NH-SECTOR TO TB-MJ-SECTOR(CN-MEJORES)
               MOVE WS-BRUTO-MES TO TB-MJ-BRUTO(CN-MEJORES)
               MOVE NH-PERIODO TO TB-MJ-PERIODO(CN-MEJORES)
           END-IF.

           3210-COMPARAR-MEJOR.
           IF TB-MJ-LEGAJO(WS-SUB-MEJOR) = NH-LEGAJO
               MOVE "S" TO WS-ENCONTRADO-MEJOR
               MOVE NH-ID-TRAB TO TB-MJ-ID-TRAB(WS-SUB-MEJOR)
               MOVE NH-SECTOR TO TB-MJ-SECTOR(WS-SUB-MEJOR)
               IF WS-BRUTO-MES > TB-MJ-BRUTO(WS-SUB-MEJOR)
                   MOVE WS-BRUTO-MES TO TB-MJ-BRUTO(WS-SUB-MEJOR)
                   MOVE NH-PERIODO TO TB-MJ-PERIODO(WS-SUB-MEJOR)
               END-IF
           END-IF.

           4000-LIQUIDAR-AGUINALDO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF NOT EMPLEADOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS.DAT - "
                   "STATUS " WS-EMPLEADOS-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN I-O HISTORIA-NOMINA.
           IF NOT HISTORIA-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-HISTORIA - "
                   "STATUS " WS-HISTORIA-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN OUTPUT RECIBOS-AGUINALDO.
           IF WS-HUBO-ERROR-ARCHIVO = "N"
               PERFORM 4100-LIQUIDAR-UNO
                   VARYING WS-SUB-MEJOR FROM 1 BY 1
                   UNTIL WS-SUB-MEJOR > CN-MEJORES
           END-IF.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-CORTE.
           MOVE CN-LIQUIDADOS TO RS-TOT-LIQ.
           MOVE CN-PROPORCIONALES TO RS-TOT-PROP.
           MOVE CN-SIN-DIAS TO RS-TOT-SIN-DIAS.
           WRITE RECIBO-LINEA FROM LINEA-TOTALES.
           DISPLAY LINEA-TOTALES.
           MOVE AC-TOTAL-SAC TO RS-TOT-SAC.
           MOVE AC-TOTAL-NETO TO RS-TOT-NETO.
           WRITE RECIBO-LINEA FROM LINEA-TOTAL-IMPORTES.
           DISPLAY LINEA-TOTAL-IMPORTES.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HISTORIA-NOMINA.
           CLOSE RECIBOS-AGUINALDO.

           4100-LIQUIDAR-UNO.
           PERFORM 4200-CALCULAR-DIAS-LEGAJO.
           IF WS-DIAS-TRABAJADOS = 0
               ADD 1 TO CN-SIN-DIAS
               DISPLAY "SIN DIAS TRABAJADOS EN EL SEMESTRE: "
                   TB-MJ-LEGAJO(WS-SUB-MEJOR)
           ELSE
               IF WS-DIAS-TRABAJADOS < WS-DIAS-SEMESTRE
                   ADD 1 TO CN-PROPORCIONALES
               END-IF
               COMPUTE WS-SAC ROUNDED =
                   TB-MJ-BRUTO(WS-SUB-MEJOR) / 2
                   * WS-DIAS-TRABAJADOS / WS-DIAS-SEMESTRE
               PERFORM 4300-APLICAR-CONCEPTOS
               PERFORM 4500-ESCRIBIR-RECIBO
               PERFORM 4600-GRABAR-HISTORIA
               ADD 1 TO CN-LIQUIDADOS
               ADD WS-SAC TO AC-TOTAL-SAC
               ADD WS-NETO-CALCULADO TO AC-TOTAL-NETO
           END-IF.

           4200-CALCULAR-DIAS-LEGAJO.
           MOVE WS-FECHA-INICIO-SEM TO WS-FECHA-DESDE-LEG.
           MOVE WS-FECHA-FIN-SEM TO WS-FECHA-HASTA-LEG.
           MOVE TB-MJ-LEGAJO(WS-SUB-MEJOR) TO WS-EMPLEADOS-LEGAJO.
           READ EMPLEADOS-ARCHIVO
               KEY IS WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   DISPLAY "*** ADVERTENCIA: LEGAJO "
                       TB-MJ-LEGAJO(WS-SUB-MEJOR)
                       " NO ESTA EN EMPLEADOS - SEMESTRE COMPLETO ***"
               NOT INVALID KEY
                   PERFORM 4210-AJUSTAR-FECHAS
           END-READ.
           MOVE WS-FECHA-DESDE-LEG TO WS-FECHA-CALC.
           PERFORM 8000-CALCULAR-DIAS.
           MOVE WS-DIAS-TOTALES TO WS-DIAS-DESDE-LEG.
           MOVE WS-FECHA-HASTA-LEG TO WS-FECHA-CALC.
           PERFORM 8000-CALCULAR-DIAS.
           MOVE WS-DIAS-TOTALES TO WS-DIAS-HASTA-LEG.
           IF WS-FECHA-DESDE-LEG > WS-FECHA-HASTA-LEG
               MOVE ZEROES TO WS-DIAS-TRABAJADOS
           ELSE
               COMPUTE WS-DIAS-TRABAJADOS =
                   WS-DIAS-HASTA-LEG - WS-DIAS-DESDE-LEG + 1
           END-IF.

           4210-AJUSTAR-FECHAS.
           IF WS-EMPLEADOS-FECHA-INGRESO IS NUMERIC
               IF WS-EMPLEADOS-FECHA-INGRESO > WS-FECHA-DESDE-LEG
                   MOVE WS-EMPLEADOS-FECHA-INGRESO
                       TO WS-FECHA-DESDE-LEG
               END-IF
           END-IF.
           IF EMPLEADO-DE-BAJA
               AND WS-EMPLEADOS-FECHA-ESTADO IS NUMERIC
               IF WS-EMPLEADOS-FECHA-ESTADO < WS-FECHA-HASTA-LEG
                   MOVE WS-EMPLEADOS-FECHA-ESTADO
                       TO WS-FECHA-HASTA-LEG
               END-IF
           END-IF.

           4300-APLICAR-CONCEPTOS.
           MOVE ZEROES TO AC-TOTAL-DESCUENTOS.
           PERFORM 4310-APLICAR-UN-CONCEPTO
               VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > CN-CONCEPTOS.
           COMPUTE WS-NETO-CALCULADO = WS-SAC - AC-TOTAL-DESCUENTOS.
           IF WS-NETO-CALCULADO < 0
               MOVE ZEROES TO WS-NETO-CALCULADO
           END-IF.

           4310-APLICAR-UN-CONCEPTO.
           PERFORM 4320-CALCULAR-IMPORTE-CONCEPTO.
           ADD WS-IMPORTE-CONCEPTO TO AC-TOTAL-DESCUENTOS.

           4320-CALCULAR-IMPORTE-CONCEPTO.
           COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
               WS-SAC * TB-CD-VALOR(WS-SUB-CONCEPTO) / 100.

           4500-ESCRIBIR-RECIBO.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-CORTE.
           MOVE TB-MJ-ID-TRAB(WS-SUB-MEJOR) TO RB-ID.
           MOVE TB-MJ-LEGAJO(WS-SUB-MEJOR) TO RB-LEGAJO.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-TITULO.
           MOVE TB-MJ-SECTOR(WS-SUB-MEJOR) TO RB-SECTOR.
           MOVE WS-PERIODO-DESDE TO RB-DESDE.
           MOVE WS-PERIODO-HASTA TO RB-HASTA.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-SEMESTRE.
           MOVE TB-MJ-BRUTO(WS-SUB-MEJOR) TO RB-MEJOR.
           MOVE TB-MJ-PERIODO(WS-SUB-MEJOR) TO RB-PERIODO-MEJOR.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-MEJOR.
           MOVE WS-DIAS-TRABAJADOS TO RB-DIAS.
           MOVE WS-DIAS-SEMESTRE TO RB-DIAS-SEMESTRE.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-DIAS.
           MOVE WS-SAC TO RB-SAC.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-SAC.
           PERFORM 4510-ESCRIBIR-LINEA-CONCEPTO
               VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > CN-CONCEPTOS.
           MOVE WS-NETO-CALCULADO TO RB-NETO.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-NETO.

           4510-ESCRIBIR-LINEA-CONCEPTO.
           PERFORM 4320-CALCULAR-IMPORTE-CONCEPTO.
           MOVE TB-CD-CODIGO(WS-SUB-CONCEPTO) TO RB-CON-CODIGO.
           MOVE TB-CD-DESC(WS-SUB-CONCEPTO) TO RB-CON-DESC.
           MOVE WS-IMPORTE-CONCEPTO TO RB-CON-IMPORTE.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-CONCEPTO.

           4600-GRABAR-HISTORIA.
           MOVE WS-PERIODO-HASTA TO NH-PERIODO.
           MOVE TB-MJ-LEGAJO(WS-SUB-MEJOR) TO NH-LEGAJO.
           MOVE "A" TO NH-TIPO-LIQ.
           MOVE TB-MJ-ID-TRAB(WS-SUB-MEJOR) TO NH-ID-TRAB.
           MOVE TB-MJ-SECTOR(WS-SUB-MEJOR) TO NH-SECTOR.
           MOVE ZEROES TO NH-HORAS.
           MOVE ZEROES TO NH-EXTRA.
           MOVE WS-SAC TO NH-BRUTO.
           MOVE ZEROES TO NH-COMISION.
           MOVE ZEROES TO NH-RETRO.
           MOVE ZEROES TO NH-PRESTAMOS.
           MOVE AC-TOTAL-DESCUENTOS TO NH-DESCUENTOS.
           MOVE WS-NETO-CALCULADO TO NH-NETO.
           MOVE WS-FECHA-SISTEMA TO NH-FECHA-LIQ.
           PERFORM 4610-COPIAR-CONCEPTO
               VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > 5.
           WRITE NOMINA-HISTORIA-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL GRABAR EL AGUINALDO EN LA "
                       "HISTORIA - STATUS " WS-HISTORIA-STATUS " ***"
                   MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-WRITE.

           4610-COPIAR-CONCEPTO.
           IF WS-SUB-CONCEPTO > CN-CONCEPTOS
               MOVE SPACES TO NH-CON-CODIGO(WS-SUB-CONCEPTO)
               MOVE SPACES TO NH-CON-SIGNO(WS-SUB-CONCEPTO)
               MOVE ZEROES TO NH-CON-IMPORTE(WS-SUB-CONCEPTO)
           ELSE
               PERFORM 4320-CALCULAR-IMPORTE-CONCEPTO
               MOVE TB-CD-CODIGO(WS-SUB-CONCEPTO)
                   TO NH-CON-CODIGO(WS-SUB-CONCEPTO)
               MOVE "D" TO NH-CON-SIGNO(WS-SUB-CONCEPTO)
               MOVE WS-IMPORTE-CONCEPTO
                   TO NH-CON-IMPORTE(WS-SUB-CONCEPTO)
           END-IF.

           8000-CALCULAR-DIAS.
           IF WS-FC-MES > 2
               MOVE WS-FC-ANIO TO WS-ANIO-AJUSTADO
           ELSE
               SUBTRACT 1 FROM WS-FC-ANIO GIVING WS-ANIO-AJUSTADO
           END-IF.
           DIVIDE WS-ANIO-AJUSTADO BY 4 GIVING WS-BISIESTOS.
           DIVIDE WS-ANIO-AJUSTADO BY 100 GIVING WS-AUXILIAR-DIV.
           SUBTRACT WS-AUXILIAR-DIV FROM WS-BISIESTOS.
           DIVIDE WS-ANIO-AJUSTADO BY 400 GIVING WS-AUXILIAR-DIV.
           ADD WS-AUXILIAR-DIV TO WS-BISIESTOS.
           COMPUTE WS-DIAS-TOTALES
               = WS-FC-ANIO * 365 + WS-BISIESTOS + WS-FC-DIA.
           EVALUATE WS-FC-MES
               WHEN 01 CONTINUE
               WHEN 02 ADD 31 TO WS-DIAS-TOTALES
               WHEN 03 ADD 59 TO WS-DIAS-TOTALES
               WHEN 04 ADD 90 TO WS-DIAS-TOTALES
               WHEN 05 ADD 120 TO WS-DIAS-TOTALES
               WHEN 06 ADD 151 TO WS-DIAS-TOTALES
               WHEN 07 ADD 181 TO WS-DIAS-TOTALES
               WHEN 08 ADD 212 TO WS-DIAS-TOTALES
               WHEN 09 ADD 243 TO WS-DIAS-TOTALES
               WHEN 10 ADD 273 TO WS-DIAS-TOTALES
               WHEN 11 ADD 304 TO WS-DIAS-TOTALES
               WHEN 12 ADD 334 TO WS-DIAS-TOTALES
               WHEN OTHER CONTINUE
           END-EVALUATE.

       END PROGRAM CALCULO-AGUINALDO.
