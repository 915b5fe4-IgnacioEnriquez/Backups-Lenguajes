      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Liquida las comisiones de venta de un periodo AAAAMM
      *          (variable COMISIONES-PERIODO, si no NOMINA-PERIODO, si
      *          no el mes de la fecha del sistema). Recorre las
      *          ventas del periodo en ventas-historico.dat que tienen
      *          vendedor (HV-VENDEDOR) y les aplica la tasa de
      *          comisiones.dat: primero la del producto puntual y si
      *          no hay, la del sector (primeros 5 caracteres del
      *          codigo, como PRODUCTIVIDAD-SECTOR). Las devoluciones
      *          (tipo D) descuentan la comision que habian generado;
      *          si un vendedor queda negativo se deja en cero y se
      *          avisa. Graba comisiones-devengadas.dat (un registro
      *          por legajo, lo toma CALCULO-NOMINA como haber del
      *          recibo) y el detalle imprimible en
      *          comisiones-<fecha>.rpt. Estado devuelto: 0 liquidado,
      *          1 sin comisiones para liquidar, 2 error de archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-COMISIONES IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO WS-HISTORICO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT OPTIONAL COMISIONES-ARCHIVO
           ASSIGN TO WS-COMISIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CO-CLAVE
           FILE STATUS IS WS-COMISIONES-STATUS.

           SELECT DEVENGADAS-ARCHIVO
           ASSIGN TO WS-DEVENGADAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMISIONES-REPORTE
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD COMISIONES-ARCHIVO.
           COPY COMISION.CPY.

       FD DEVENGADAS-ARCHIVO.
           COPY COMISDEV.CPY.

       FD COMISIONES-REPORTE.
       01 COMISIONES-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-PATH   PIC X(60) VALUE
           "ventas-historico.dat".
       01  WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-ABIERTO-OK VALUES "00" "05".
       01  WS-COMISIONES-PATH  PIC X(60) VALUE "comisiones.dat".
       01  WS-COMISIONES-STATUS PIC X(02) VALUE "00".
           88 COMISIONES-ABIERTO-OK VALUES "00" "05".
       01  WS-DEVENGADAS-PATH  PIC X(60) VALUE
           "comisiones-devengadas.dat".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.

       01  WS-FECHA-SISTEMA     PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-SISTEMA REDEFINES WS-FECHA-SISTEMA.
           05 WS-PERIODO-SISTEMA PIC 9(06).
           05 FILLER             PIC 9(02).
       01  WS-PERIODO-ENTORNO   PIC X(06) VALUE SPACES.
       01  WS-PERIODO-COMISION  PIC 9(06) VALUE ZEROES.
       01  WS-FECHA-DESDE       PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-HASTA       PIC 9(08) VALUE ZEROES.

       01  WS-FIN-HISTORICO     PIC X VALUE "1".
       01  WS-TABLA-DISPONIBLE  PIC X VALUE "N".
       01  WS-HUBO-ERROR-ARCHIVO PIC X VALUE "N".
       01  WS-TASA-ENCONTRADA   PIC X VALUE "N".
       01  WS-TASA-VENTA        PIC 9(02)V99 VALUE ZEROES.
       01  WS-COMISION-VENTA    PIC 9(06)V99 VALUE ZEROES.

       01  CN-VENTAS-LEIDAS     PIC 9(06) VALUE ZEROES.
       01  CN-SIN-VENDEDOR      PIC 9(06) VALUE ZEROES.
       01  CN-SIN-TASA          PIC 9(06) VALUE ZEROES.
       01  CN-EN-CERO           PIC 9(04) VALUE ZEROES.
       01  AC-TOTAL-COMISIONES  PIC 9(09)V99 VALUE ZEROES.

       01 TABLA-VENDEDORES.
           05 CN-VENDEDORES PIC 9(04) VALUE ZEROES.
           05 VENDEDOR-ACUMULADO OCCURS 500 TIMES.
               10 TB-VE-LEGAJO      PIC X(11).
               10 TB-VE-VENTAS      PIC 9(08)V99.
               10 TB-VE-DEVOLUCIONES PIC 9(08)V99.
               10 TB-VE-COMISION    PIC S9(08)V99.
               10 TB-VE-EN-CERO     PIC X(01).

       01  WS-SUB-VENDEDOR      PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-VEND   PIC X VALUE "N".
       01  WS-AVISO-VENDEDORES  PIC X VALUE "N".

       01 LINEA-TITULO.
           05 FILLER PIC X(38)
           VALUE "***** COMISIONES DE VENTA *****  PER: ".
           05 TL-PERIODO PIC 9(06).
           05 FILLER PIC X(10) VALUE "  FECHA : ".
           05 TL-FECHA   PIC 9(08).

       01 LINEA-VENDEDOR.
           05 FILLER        PIC X(09) VALUE "LEGAJO : ".
           05 CL-LEGAJO     PIC X(11).
           05 FILLER        PIC X(10) VALUE "  VENTAS :".
           05 CL-VENTAS     PIC ZZZZZZZ9.99.
           05 FILLER        PIC X(09) VALUE "  DEVOL :".
           05 CL-DEVOL      PIC ZZZZZZZ9.99.
           05 FILLER        PIC X(13) VALUE "  COMISION : ".
           05 CL-COMISION   PIC ZZZZZZ9.99.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CL-AVISO      PIC X(12).

       01 LINEA-TOTAL.
           05 FILLER        PIC X(13) VALUE "VENDEDORES : ".
           05 CL-TOT-VEND   PIC ZZZ9.
           05 FILLER        PIC X(21) VALUE "  TOTAL COMISIONES : ".
           05 CL-TOT-COMIS  PIC ZZZZZZZZ9.99.

       01 LINEA-SIN-TASA.
           05 FILLER        PIC X(36)
           VALUE "VENTAS CON VENDEDOR Y SIN TASA    : ".
           05 CL-SIN-TASA   PIC ZZZZZ9.

       01 LINEA-SIN-DATOS.
           05 FILLER PIC X(40) VALUE
           "SIN VENTAS CON VENDEDOR EN EL PERIODO".

       LINKAGE SECTION.
       01  LK-ESTADO-COMISIONES PIC X.

       PROCEDURE DIVISION USING LK-ESTADO-COMISIONES.
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-OBTENER-CONTEXTO.
           PERFORM 2000-ABRIR-ARCHIVOS.
           IF WS-HUBO-ERROR-ARCHIVO = "N"
               PERFORM 3000-RECORRER-HISTORICO
           END-IF.
           CLOSE HISTORICO-ARCHIVO.
           CLOSE COMISIONES-ARCHIVO.
           IF WS-HUBO-ERROR-ARCHIVO = "N"
               PERFORM 4000-GRABAR-DEVENGADAS
               PERFORM 5000-ESCRIBIR-REPORTE
           END-IF.
           PERFORM 0100-INFORMAR-ESTADO.
           GOBACK.

           0100-INFORMAR-ESTADO.
           IF WS-HUBO-ERROR-ARCHIVO = "S"
               MOVE "2" TO LK-ESTADO-COMISIONES
           ELSE
               IF CN-VENDEDORES = 0
                   MOVE "1" TO LK-ESTADO-COMISIONES
               ELSE
                   MOVE "0" TO LK-ESTADO-COMISIONES
               END-IF
           END-IF.

           1000-OBTENER-CONTEXTO.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "VENTAS-HISTORICO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HISTORICO-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "COMISIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-COMISIONES-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "COMISIONES-DEVENGADAS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-DEVENGADAS-PATH
           END-IF.
           MOVE SPACES TO WS-PERIODO-ENTORNO.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "COMISIONES-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-ENTORNO NOT NUMERIC
               OR WS-PERIODO-ENTORNO = ZEROES
               MOVE SPACES TO WS-PERIODO-ENTORNO
               ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
                   "NOMINA-PERIODO"
               ON EXCEPTION
                   CONTINUE
               END-ACCEPT
           END-IF.
           IF WS-PERIODO-ENTORNO IS NUMERIC
               AND WS-PERIODO-ENTORNO > ZEROES
               MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-COMISION
           ELSE
               MOVE WS-PERIODO-SISTEMA TO WS-PERIODO-COMISION
           END-IF.
           MOVE WS-PERIODO-COMISION TO WS-FECHA-DESDE(1:6).
           MOVE "01" TO WS-FECHA-DESDE(7:2).
           MOVE WS-PERIODO-COMISION TO WS-FECHA-HASTA(1:6).
           MOVE "31" TO WS-FECHA-HASTA(7:2).

           2000-ABRIR-ARCHIVOS.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF NOT HISTORICO-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EL HISTORICO - "
                   "STATUS " WS-HISTORICO-STATUS " ***"
               MOVE "S" TO WS-HUBO-ERROR-ARCHIVO
           END-IF.
           OPEN INPUT COMISIONES-ARCHIVO.
           IF WS-COMISIONES-STATUS = "00"
               MOVE "S" TO WS-TABLA-DISPONIBLE
           ELSE
               DISPLAY "*** ADVERTENCIA: SIN TABLA DE COMISIONES - "
                   "NO SE DEVENGA NINGUNA COMISION ***"
           END-IF.

           3000-RECORRER-HISTORICO.
           MOVE WS-FECHA-DESDE TO HV-FECHA.
           MOVE ZEROES TO HV-SECUENCIA.
           START HISTORICO-ARCHIVO KEY IS NOT < HV-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-HISTORICO
           END-START.
           PERFORM 3100-LEER-HISTORICO.
           PERFORM 3200-PROCESAR-VENTA
               UNTIL WS-FIN-HISTORICO = "0".

           3100-LEER-HISTORICO.
           IF WS-FIN-HISTORICO = "1"
               READ HISTORICO-ARCHIVO NEXT RECORD
                   AT END MOVE "0" TO WS-FIN-HISTORICO
               END-READ
           END-IF.

           3200-PROCESAR-VENTA.
           IF HV-FECHA > WS-FECHA-HASTA
               MOVE "0" TO WS-FIN-HISTORICO
           ELSE
               ADD 1 TO CN-VENTAS-LEIDAS
               IF HV-VENDEDOR = SPACES
                   ADD 1 TO CN-SIN-VENDEDOR
               ELSE
                   PERFORM 3300-BUSCAR-TASA
                   IF WS-TASA-ENCONTRADA = "S"
                       PERFORM 3400-ACUMULAR-VENDEDOR
                   ELSE
                       ADD 1 TO CN-SIN-TASA
                   END-IF
               END-IF
               PERFORM 3100-LEER-HISTORICO
           END-IF.

           3300-BUSCAR-TASA.
           MOVE "N" TO WS-TASA-ENCONTRADA.
           MOVE ZEROES TO WS-TASA-VENTA.
           IF WS-TABLA-DISPONIBLE = "S"
               MOVE "P" TO CO-TIPO
               MOVE HV-COD-PROD-TIENDA TO CO-CODIGO
               READ COMISIONES-ARCHIVO
                   KEY IS CO-CLAVE
                   INVALID KEY
                       PERFORM 3310-BUSCAR-TASA-SECTOR
                   NOT INVALID KEY
                       MOVE "S" TO WS-TASA-ENCONTRADA
                       MOVE CO-PORCENTAJE TO WS-TASA-VENTA
               END-READ
           END-IF.

           3310-BUSCAR-TASA-SECTOR.
           MOVE "S" TO CO-TIPO.
           MOVE SPACES TO CO-CODIGO.
           MOVE HV-COD-PROD-TIENDA(1:5) TO CO-CODIGO(1:5).
           READ COMISIONES-ARCHIVO
               KEY IS CO-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TASA-ENCONTRADA
                   MOVE CO-PORCENTAJE TO WS-TASA-VENTA
           END-READ.

           3400-ACUMULAR-VENDEDOR.
           COMPUTE WS-COMISION-VENTA ROUNDED =
               HV-IMPORTE * WS-TASA-VENTA / 100.
           MOVE "N" TO WS-ENCONTRADO-VEND.
           PERFORM 3410-BUSCAR-VENDEDOR
               VARYING WS-SUB-VENDEDOR FROM 1 BY 1
               UNTIL WS-SUB-VENDEDOR > CN-VENDEDORES
               OR WS-ENCONTRADO-VEND = "S".
           IF WS-ENCONTRADO-VEND = "N"
               IF CN-VENDEDORES < 500
                   ADD 1 TO CN-VENDEDORES
                   MOVE CN-VENDEDORES TO WS-SUB-VENDEDOR
                   MOVE HV-VENDEDOR TO TB-VE-LEGAJO(WS-SUB-VENDEDOR)
                   MOVE ZEROES TO TB-VE-VENTAS(WS-SUB-VENDEDOR)
                   MOVE ZEROES TO TB-VE-DEVOLUCIONES(WS-SUB-VENDEDOR)
                   MOVE ZEROES TO TB-VE-COMISION(WS-SUB-VENDEDOR)
                   MOVE "N" TO TB-VE-EN-CERO(WS-SUB-VENDEDOR)
                   PERFORM 3420-SUMAR-VENDEDOR
               ELSE
                   MOVE "S" TO WS-AVISO-VENDEDORES
               END-IF
           END-IF.

           3410-BUSCAR-VENDEDOR.
           IF TB-VE-LEGAJO(WS-SUB-VENDEDOR) = HV-VENDEDOR
               MOVE "S" TO WS-ENCONTRADO-VEND
               PERFORM 3420-SUMAR-VENDEDOR
           END-IF.

           3420-SUMAR-VENDEDOR.
           IF HV-ES-DEVOLUCION
               ADD HV-IMPORTE TO TB-VE-DEVOLUCIONES(WS-SUB-VENDEDOR)
               SUBTRACT WS-COMISION-VENTA
                   FROM TB-VE-COMISION(WS-SUB-VENDEDOR)
           ELSE
               ADD HV-IMPORTE TO TB-VE-VENTAS(WS-SUB-VENDEDOR)
               ADD WS-COMISION-VENTA TO TB-VE-COMISION(WS-SUB-VENDEDOR)
           END-IF.

           4000-GRABAR-DEVENGADAS.
           OPEN OUTPUT DEVENGADAS-ARCHIVO.
           PERFORM 4100-GRABAR-UN-VENDEDOR
               VARYING WS-SUB-VENDEDOR FROM 1 BY 1
               UNTIL WS-SUB-VENDEDOR > CN-VENDEDORES.
           CLOSE DEVENGADAS-ARCHIVO.

           4100-GRABAR-UN-VENDEDOR.
           IF TB-VE-COMISION(WS-SUB-VENDEDOR) < 0
               DISPLAY "*** ADVERTENCIA: DEVOLUCIONES SUPERAN LAS "
                   "VENTAS DEL VENDEDOR " TB-VE-LEGAJO(WS-SUB-VENDEDOR)
                   " - COMISION EN CERO ***"
               MOVE ZEROES TO TB-VE-COMISION(WS-SUB-VENDEDOR)
               MOVE "S" TO TB-VE-EN-CERO(WS-SUB-VENDEDOR)
               ADD 1 TO CN-EN-CERO
           END-IF.
           MOVE WS-PERIODO-COMISION TO CV-PERIODO.
           MOVE TB-VE-LEGAJO(WS-SUB-VENDEDOR) TO CV-LEGAJO.
           MOVE TB-VE-VENTAS(WS-SUB-VENDEDOR) TO CV-VENTAS.
           MOVE TB-VE-DEVOLUCIONES(WS-SUB-VENDEDOR) TO CV-DEVOLUCIONES.
           MOVE TB-VE-COMISION(WS-SUB-VENDEDOR) TO CV-IMPORTE.
           WRITE COMISION-DEVENGADA-REGISTRO.
           ADD CV-IMPORTE TO AC-TOTAL-COMISIONES.

           5000-ESCRIBIR-REPORTE.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING "comisiones-" DELIMITED BY SIZE
               WS-FECHA-SISTEMA DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           OPEN OUTPUT COMISIONES-REPORTE.
           MOVE WS-PERIODO-COMISION TO TL-PERIODO.
           MOVE WS-FECHA-SISTEMA TO TL-FECHA.
           WRITE COMISIONES-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF CN-VENDEDORES = 0
               WRITE COMISIONES-LINEA FROM LINEA-SIN-DATOS
               DISPLAY LINEA-SIN-DATOS
           ELSE
               PERFORM 5100-INFORMAR-UN-VENDEDOR
                   VARYING WS-SUB-VENDEDOR FROM 1 BY 1
                   UNTIL WS-SUB-VENDEDOR > CN-VENDEDORES
               MOVE CN-VENDEDORES TO CL-TOT-VEND
               MOVE AC-TOTAL-COMISIONES TO CL-TOT-COMIS
               WRITE COMISIONES-LINEA FROM LINEA-TOTAL
               DISPLAY LINEA-TOTAL
           END-IF.
           MOVE CN-SIN-TASA TO CL-SIN-TASA.
           WRITE COMISIONES-LINEA FROM LINEA-SIN-TASA.
           IF CN-SIN-TASA > 0
               DISPLAY LINEA-SIN-TASA
           END-IF.
           IF WS-AVISO-VENDEDORES = "S"
               DISPLAY "*** ADVERTENCIA: MAS DE 500 VENDEDORES - LOS "
                   "EXCEDENTES NO SE LIQUIDAN ***"
           END-IF.
           CLOSE COMISIONES-REPORTE.

           5100-INFORMAR-UN-VENDEDOR.
           MOVE TB-VE-LEGAJO(WS-SUB-VENDEDOR) TO CL-LEGAJO.
           MOVE TB-VE-VENTAS(WS-SUB-VENDEDOR) TO CL-VENTAS.
           MOVE TB-VE-DEVOLUCIONES(WS-SUB-VENDEDOR) TO CL-DEVOL.
           MOVE TB-VE-COMISION(WS-SUB-VENDEDOR) TO CL-COMISION.
           MOVE SPACES TO CL-AVISO.
           IF TB-VE-EN-CERO(WS-SUB-VENDEDOR) = "S"
               MOVE "(EN CERO)" TO CL-AVISO
           END-IF.
           WRITE COMISIONES-LINEA FROM LINEA-VENDEDOR.
           DISPLAY LINEA-VENDEDOR.

       END PROGRAM LIQUIDAR-COMISIONES.
