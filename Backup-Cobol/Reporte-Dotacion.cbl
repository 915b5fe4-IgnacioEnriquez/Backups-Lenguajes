      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Reporte mensual de dotacion y rotacion de personal
      *          por sector. Para el periodo AAAAMM (entorno
      *          DOTACION-PERIODO, que fija el cierre mensual, o por
      *          pantalla) recorre empleados.dat y con la fecha de
      *          ingreso, el estado y la fecha de estado de cada
      *          legajo cuenta por sector la dotacion al inicio del
      *          mes, las altas, las bajas y la dotacion al cierre;
      *          calcula la rotacion del mes y la de los ultimos doce
      *          meses (bajas sobre la dotacion promedio entre el
      *          inicio y el cierre del tramo) y la antiguedad
      *          promedio en anios de la dotacion al cierre. Cada
      *          legajo se cuenta en el sector en que estaba al cierre
      *          del mes o, si se fue antes, el dia de la baja, segun
      *          la historia de asignaciones (SECTOR-A-FECHA); asi el
      *          inicial mas las altas menos las bajas da el cierre de
      *          cada sector y un pase interno figura en el sector de
      *          destino. Lista aparte las bajas del periodo con su
      *          antiguedad. Los legajos sin fecha de ingreso valida
      *          cuentan en la dotacion pero no en la antiguedad.
      *          Deja el listado en dotacion-<periodo>.rpt con los
      *          nombres del maestro sectores.dat, y las mismas cifras
      *          separadas por punto y coma en
      *          export-dotacion-<periodo>.csv y
      *          export-dotacion-bajas-<periodo>.csv. Devuelve 0 si
      *          termino bien, 1 si alguna tabla se lleno y quedaron
      *          legajos afuera, 2 si el periodo es invalido o no se
      *          pudo leer empleados.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DOTACION IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

           SELECT OPTIONAL SECTORES-ARCHIVO
           ASSIGN TO WS-SECTORES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-CODIGO
           FILE STATUS IS WS-SECTORES-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORTACION-ARCHIVO
           ASSIGN TO WS-EXPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORTACION-BAJAS
           ASSIGN TO WS-EXPORT-BAJAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD SECTORES-ARCHIVO.
           COPY SECTOR.CPY.

       FD REPORTE-ARCHIVO.
       01 REPORTE-LINEA PIC X(130).

       FD EXPORTACION-ARCHIVO.
       01 EXPORTACION-LINEA PIC X(100).

       FD EXPORTACION-BAJAS.
       01 EXPORTACION-BAJAS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPLEADOS-PATH   PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS PIC X(02) VALUE "00".
           88 EMPLEADOS-ABIERTO-OK VALUES "00" "05".
       01  WS-SECTORES-PATH    PIC X(60) VALUE "sectores.dat".
       01  WS-SECTORES-STATUS  PIC X(02) VALUE "00".
           88 SECTORES-PRESENTE VALUE "00".
       01  WS-SECTORES-DISPONIBLE PIC X VALUE "N".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-EXPORT-PATH      PIC X(40) VALUE SPACES.
       01  WS-EXPORT-BAJAS-PATH PIC X(40) VALUE SPACES.
       01  WS-FIN-EMPLEADOS    PIC X VALUE "1".
       01  WS-EMPLEADOS-FALLO  PIC X VALUE "N".
       01  WS-SECTOR-MODO      PIC X(01) VALUE SPACE.

       01  WS-PERIODO-ENTORNO  PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PEDIDO   PIC 9(06) VALUE ZEROES.
       01 DETALLE-PERIODO-PEDIDO REDEFINES WS-PERIODO-PEDIDO.
           05 WS-PP-ANIO       PIC 9(04).
           05 WS-PP-MES        PIC 9(02).

       01  WS-FECHA-DESDE      PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-HASTA      PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-DESDE-12   PIC 9(08) VALUE ZEROES.
       01 DETALLE-DESDE-12 REDEFINES WS-FECHA-DESDE-12.
           05 WS-D12-ANIO      PIC 9(04).
           05 WS-D12-MES       PIC 9(02).
           05 WS-D12-DIA       PIC 9(02).
       01  WS-DIAS-DEL-MES     PIC 9(02) VALUE ZEROES.
       01  WS-RESTO-BISIESTO   PIC 9(04) VALUE ZEROES.
       01  WS-COCIENTE-BISIESTO PIC 9(04) VALUE ZEROES.

      * Fechas del legajo en proceso. Un legajo activo lleva la baja
      * en 99999999; uno sin fecha de ingreso valida, el ingreso en
      * cero.
       01  WS-FECHA-INGRESO    PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-BAJA       PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-SECTOR     PIC 9(08) VALUE ZEROES.
       01  WS-SECTOR-BUSCADO   PIC X(05) VALUE SPACES.

      * Antiguedad en meses entre WS-ANT-DESDE y WS-ANT-HASTA.
       01  WS-ANT-DESDE        PIC 9(08) VALUE ZEROES.
       01 DETALLE-ANT-DESDE REDEFINES WS-ANT-DESDE.
           05 WS-AD-ANIO       PIC 9(04).
           05 WS-AD-MES        PIC 9(02).
           05 WS-AD-DIA        PIC 9(02).
       01  WS-ANT-HASTA        PIC 9(08) VALUE ZEROES.
       01 DETALLE-ANT-HASTA REDEFINES WS-ANT-HASTA.
           05 WS-AH-ANIO       PIC 9(04).
           05 WS-AH-MES        PIC 9(02).
           05 WS-AH-DIA        PIC 9(02).
       01  WS-ANT-MESES        PIC S9(05) VALUE ZEROES.
       01  WS-ANT-ANIOS        PIC 9(03) VALUE ZEROES.
       01  WS-ANT-RESTO        PIC 9(02) VALUE ZEROES.

       01 TABLA-SECTORES.
           05 CN-SECTORES PIC 9(02) VALUE ZEROES.
           05 SECTOR-ENTRADA OCCURS 50 TIMES.
               10 TB-DT-COD        PIC X(05).
               10 TB-DT-CONTADORES.
                   15 TB-DT-INICIAL    PIC 9(05).
                   15 TB-DT-ALTAS      PIC 9(05).
                   15 TB-DT-BAJAS      PIC 9(05).
                   15 TB-DT-FINAL      PIC 9(05).
                   15 TB-DT-INICIAL-12 PIC 9(05).
                   15 TB-DT-BAJAS-12   PIC 9(05).
                   15 TB-DT-MESES-ANT  PIC 9(08).
                   15 TB-DT-CON-ANT    PIC 9(05).

      * Contadores del sector (o del total) que se esta imprimiendo,
      * con la misma forma que TB-DT-CONTADORES.
       01 CALCULO-CONTADORES.
           05 CA-INICIAL       PIC 9(05).
           05 CA-ALTAS         PIC 9(05).
           05 CA-BAJAS         PIC 9(05).
           05 CA-FINAL         PIC 9(05).
           05 CA-INICIAL-12    PIC 9(05).
           05 CA-BAJAS-12      PIC 9(05).
           05 CA-MESES-ANT     PIC 9(08).
           05 CA-CON-ANT       PIC 9(05).

       01 TOTALES-CONTADORES.
           05 AC-INICIAL       PIC 9(05) VALUE ZEROES.
           05 AC-ALTAS         PIC 9(05) VALUE ZEROES.
           05 AC-BAJAS         PIC 9(05) VALUE ZEROES.
           05 AC-FINAL         PIC 9(05) VALUE ZEROES.
           05 AC-INICIAL-12    PIC 9(05) VALUE ZEROES.
           05 AC-BAJAS-12      PIC 9(05) VALUE ZEROES.
           05 AC-MESES-ANT     PIC 9(08) VALUE ZEROES.
           05 AC-CON-ANT       PIC 9(05) VALUE ZEROES.

       01  WS-SUB-SECTOR       PIC 9(02) VALUE ZEROES.
       01  WS-SECTOR-HALLADO   PIC X VALUE "N".
       01  WS-SUB-ENCONTRADO   PIC 9(02) VALUE ZEROES.
       01  CN-FUERA-TABLA      PIC 9(05) VALUE ZEROES.
       01  CN-SIN-INGRESO      PIC 9(05) VALUE ZEROES.

       01 TABLA-BAJAS.
           05 CN-BAJAS-LISTA PIC 9(03) VALUE ZEROES.
           05 BAJA-ENTRADA OCCURS 500 TIMES.
               10 TB-BJ-LEGAJO     PIC X(11).
               10 TB-BJ-NOMBRE     PIC X(30).
               10 TB-BJ-SECTOR     PIC X(05).
               10 TB-BJ-INGRESO    PIC 9(08).
               10 TB-BJ-BAJA       PIC 9(08).
               10 TB-BJ-MESES      PIC 9(05).
       01  WS-SUB-BAJA         PIC 9(03) VALUE ZEROES.
       01  CN-BAJAS-FUERA      PIC 9(05) VALUE ZEROES.

       01  WS-PROMEDIO-DOT     PIC 9(05)V99 VALUE ZEROES.
       01  WS-ROTACION-MES     PIC 9(04)V99 VALUE ZEROES.
       01  WS-ROTACION-12      PIC 9(04)V99 VALUE ZEROES.
       01  WS-ANTIG-PROMEDIO   PIC 9(03)V99 VALUE ZEROES.

       01 EX-PORCENTAJE PIC 9(04)V99 VALUE ZEROES.
       01 EX-PORCENTAJE-R REDEFINES EX-PORCENTAJE.
           05 EX-PORC-ENT PIC X(04).
           05 EX-PORC-DEC PIC X(02).

       01 EX-ANIOS PIC 9(03)V99 VALUE ZEROES.
       01 EX-ANIOS-R REDEFINES EX-ANIOS.
           05 EX-ANIOS-ENT PIC X(03).
           05 EX-ANIOS-DEC PIC X(02).

       01 EXPORT-ENCABEZADO.
           05 FILLER PIC X(40)
           VALUE "SECTOR;NOMBRE;INICIAL;ALTAS;BAJAS;FINAL;".
           05 FILLER PIC X(40)
           VALUE "ROTACION-MES;ROTACION-12M;ANTIGUEDAD".

       01 EXPORT-DETALLE.
           05 EX-SECTOR     PIC X(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-NOMBRE     PIC X(30).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-INICIAL    PIC 9(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-ALTAS      PIC 9(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-BAJAS      PIC 9(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-FINAL      PIC 9(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-ROT-ENT    PIC X(04).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-ROT-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-R12-ENT    PIC X(04).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-R12-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-ANT-ENT    PIC X(03).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-ANT-DEC    PIC X(02).

       01 EXPORT-BAJAS-ENCABEZADO.
           05 FILLER PIC X(35)
           VALUE "LEGAJO;NOMBRE;SECTOR;INGRESO;BAJA;".
           05 FILLER PIC X(16) VALUE "MESES-ANTIGUEDAD".

       01 EXPORT-BAJAS-DETALLE.
           05 EB-LEGAJO     PIC X(11).
           05 FILLER        PIC X(01) VALUE ";".
           05 EB-NOMBRE     PIC X(30).
           05 FILLER        PIC X(01) VALUE ";".
           05 EB-SECTOR     PIC X(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EB-INGRESO    PIC 9(08).
           05 FILLER        PIC X(01) VALUE ";".
           05 EB-BAJA       PIC 9(08).
           05 FILLER        PIC X(01) VALUE ";".
           05 EB-MESES      PIC 9(05).

       01 LINEA-TITULO.
           05 FILLER PIC X(42)
           VALUE "DOTACION Y ROTACION DE PERSONAL POR SECTOR".
           05 FILLER PIC X(11) VALUE " - PER. : ".
           05 RT-PERIODO PIC 9(06).

       01 LINEA-COLUMNAS.
           05 FILLER PIC X(39)
           VALUE "SECTOR NOMBRE                   INICIAL".
           05 FILLER PIC X(36)
           VALUE "    ALTAS    BAJAS    FINAL ROT.MES%".
           05 FILLER PIC X(22)
           VALUE " ROT.12M%  ANTIG.ANIOS".

       01 LINEA-DETALLE.
           05 RT-SECTOR      PIC X(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-NOMBRE      PIC X(20).
           05 FILLER         PIC X(07) VALUE SPACES.
           05 RT-INICIAL     PIC ZZZZ9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 RT-ALTAS       PIC ZZZZ9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 RT-BAJAS       PIC ZZZZ9.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 RT-FINAL       PIC ZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-ROTACION    PIC ZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-ROTACION-12 PIC ZZZ9.99.
           05 FILLER         PIC X(07) VALUE SPACES.
           05 RT-ANTIGUEDAD  PIC ZZ9.99.

       01 LINEA-TITULO-BAJAS.
           05 FILLER PIC X(40)
           VALUE "BAJAS DEL PERIODO CON SU ANTIGUEDAD".

       01 LINEA-BAJA.
           05 FILLER         PIC X(09) VALUE "LEGAJO : ".
           05 RT-BJ-LEGAJO   PIC X(11).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RT-BJ-NOMBRE   PIC X(30).
           05 FILLER         PIC X(09) VALUE " SECTOR: ".
           05 RT-BJ-SECTOR   PIC X(05).
           05 FILLER         PIC X(10) VALUE " INGRESO: ".
           05 RT-BJ-INGRESO  PIC X(08).
           05 FILLER         PIC X(07) VALUE " BAJA: ".
           05 RT-BJ-BAJA     PIC 9(08).
           05 FILLER         PIC X(08) VALUE " ANTIG: ".
           05 RT-BJ-TIEMPO   PIC X(18).

       01 TIEMPO-SERVICIO.
           05 TS-ANIOS       PIC ZZ9.
           05 FILLER         PIC X(07) VALUE " ANIOS ".
           05 TS-MESES       PIC Z9.
           05 FILLER         PIC X(06) VALUE " MESES".

       01 LINEA-SIN-BAJAS.
           05 FILLER PIC X(30) VALUE "SIN BAJAS EN EL PERIODO".

       01 LINEA-RESUMEN.
           05 FILLER         PIC X(27)
           VALUE "LEGAJOS SIN FECHA INGRESO: ".
           05 RT-SIN-INGRESO PIC ZZZZ9.
           05 FILLER         PIC X(21)
           VALUE "   FUERA DE TABLA :  ".
           05 RT-FUERA-TABLA PIC ZZZZ9.
           05 FILLER         PIC X(23)
           VALUE "   BAJAS SIN LISTAR :  ".
           05 RT-BAJAS-FUERA PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-ESTADO-DOTACION PIC X.

       PROCEDURE DIVISION USING LK-ESTADO-DOTACION.
           0000-MAINLINE.
           MOVE "0" TO LK-ESTADO-DOTACION.
           PERFORM 1000-OBTENER-PERIODO.
           IF WS-PERIODO-PEDIDO < 190001
               OR WS-PP-MES < 1 OR WS-PP-MES > 12
               DISPLAY "*** PERIODO INVALIDO - DEBE SER AAAAMM ***"
               MOVE "2" TO LK-ESTADO-DOTACION
           ELSE
               PERFORM 1500-ARMAR-FECHAS
               PERFORM 2000-RECORRER-EMPLEADOS
               IF WS-EMPLEADOS-FALLO = "S"
                   MOVE "2" TO LK-ESTADO-DOTACION
               ELSE
                   PERFORM 4000-EMITIR-REPORTE
                   IF CN-FUERA-TABLA > 0 OR CN-BAJAS-FUERA > 0
                       MOVE "1" TO LK-ESTADO-DOTACION
                   END-IF
               END-IF
           END-IF.
           GOBACK.

           1000-OBTENER-PERIODO.
           ACCEPT WS-EMPLEADOS-PATH FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "SECTORES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-SECTORES-PATH
           END-IF.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "DOTACION-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-ENTORNO IS NUMERIC
               AND WS-PERIODO-ENTORNO > "000000"
               MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
           ELSE
               DISPLAY "DOTACION Y ROTACION DE PERSONAL POR SECTOR"
               DISPLAY "PERIODO A INFORMAR (AAAAMM): "
               MOVE SPACES TO WS-PERIODO-ENTORNO
               ACCEPT WS-PERIODO-ENTORNO
               IF WS-PERIODO-ENTORNO IS NUMERIC
                   MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
               END-IF
           END-IF.

           1500-ARMAR-FECHAS.
           PERFORM 1510-DIAS-DEL-MES.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO-PEDIDO * 100 + 1.
           COMPUTE WS-FECHA-HASTA =
               WS-PERIODO-PEDIDO * 100 + WS-DIAS-DEL-MES.
           MOVE 01 TO WS-D12-DIA.
           IF WS-PP-MES = 12
               MOVE WS-PP-ANIO TO WS-D12-ANIO
               MOVE 01 TO WS-D12-MES
           ELSE
               COMPUTE WS-D12-ANIO = WS-PP-ANIO - 1
               COMPUTE WS-D12-MES = WS-PP-MES + 1
           END-IF.

           1510-DIAS-DEL-MES.
           EVALUATE WS-PP-MES
               WHEN 02 PERFORM 1520-DIAS-DE-FEBRERO
               WHEN 04 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 06 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 09 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 11 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER MOVE 31 TO WS-DIAS-DEL-MES
           END-EVALUATE.

           1520-DIAS-DE-FEBRERO.
           MOVE 28 TO WS-DIAS-DEL-MES.
           DIVIDE WS-PP-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = 0
               MOVE 29 TO WS-DIAS-DEL-MES
               DIVIDE WS-PP-ANIO BY 100 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   DIVIDE WS-PP-ANIO BY 400
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
               END-IF
           END-IF.

           2000-RECORRER-EMPLEADOS.
           MOVE "C" TO WS-SECTOR-MODO.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-BUSCADO.
           MOVE "B" TO WS-SECTOR-MODO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-ABIERTO-OK
               PERFORM 2100-LEER-EMPLEADO
               PERFORM 2200-CLASIFICAR-EMPLEADO
                   UNTIL WS-FIN-EMPLEADOS = "0"
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS.DAT - "
                   "STATUS " WS-EMPLEADOS-STATUS " ***"
               MOVE "S" TO WS-EMPLEADOS-FALLO
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.

           2100-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-EMPLEADOS
           END-READ.

           2200-CLASIFICAR-EMPLEADO.
           IF WS-EMPLEADOS-LEGAJO NOT = SPACES
               PERFORM 2300-ARMAR-FECHAS-LEGAJO
               IF WS-FECHA-INGRESO NOT > WS-FECHA-HASTA
                   AND WS-FECHA-BAJA NOT < WS-FECHA-DESDE-12
                   PERFORM 2400-UBICAR-SECTOR
                   IF WS-SECTOR-HALLADO = "S"
                       PERFORM 2500-CONTAR-LEGAJO
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-LEER-EMPLEADO.

           2300-ARMAR-FECHAS-LEGAJO.
           IF WS-EMPLEADOS-FECHA-INGRESO IS NUMERIC
               MOVE WS-EMPLEADOS-FECHA-INGRESO TO WS-FECHA-INGRESO
           ELSE
               MOVE ZEROES TO WS-FECHA-INGRESO
           END-IF.
           MOVE 99999999 TO WS-FECHA-BAJA.
           IF EMPLEADO-DE-BAJA
               IF WS-EMPLEADOS-FECHA-ESTADO IS NUMERIC
                   MOVE WS-EMPLEADOS-FECHA-ESTADO TO WS-FECHA-BAJA
               ELSE
                   MOVE ZEROES TO WS-FECHA-BAJA
               END-IF
           END-IF.

           2400-UBICAR-SECTOR.
           IF WS-FECHA-BAJA > WS-FECHA-HASTA
               MOVE WS-FECHA-HASTA TO WS-FECHA-SECTOR
           ELSE
               MOVE WS-FECHA-BAJA TO WS-FECHA-SECTOR
           END-IF.
           MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-BUSCADO.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-BUSCADO.
           PERFORM 7000-BUSCAR-O-CREAR-SECTOR.

           2500-CONTAR-LEGAJO.
           IF WS-FECHA-INGRESO < WS-FECHA-DESDE
               AND WS-FECHA-BAJA NOT < WS-FECHA-DESDE
               ADD 1 TO TB-DT-INICIAL(WS-SUB-SECTOR) AC-INICIAL
           END-IF.
           IF WS-FECHA-INGRESO NOT < WS-FECHA-DESDE
               ADD 1 TO TB-DT-ALTAS(WS-SUB-SECTOR) AC-ALTAS
           END-IF.
           IF WS-FECHA-BAJA NOT < WS-FECHA-DESDE
               AND WS-FECHA-BAJA NOT > WS-FECHA-HASTA
               ADD 1 TO TB-DT-BAJAS(WS-SUB-SECTOR) AC-BAJAS
               PERFORM 2600-GUARDAR-BAJA
           END-IF.
           IF WS-FECHA-BAJA > WS-FECHA-HASTA
               ADD 1 TO TB-DT-FINAL(WS-SUB-SECTOR) AC-FINAL
               PERFORM 2700-SUMAR-ANTIGUEDAD
           END-IF.
           IF WS-FECHA-INGRESO < WS-FECHA-DESDE-12
               ADD 1 TO TB-DT-INICIAL-12(WS-SUB-SECTOR) AC-INICIAL-12
           END-IF.
           IF WS-FECHA-BAJA NOT > WS-FECHA-HASTA
               ADD 1 TO TB-DT-BAJAS-12(WS-SUB-SECTOR) AC-BAJAS-12
           END-IF.

           2600-GUARDAR-BAJA.
           IF CN-BAJAS-LISTA < 500
               ADD 1 TO CN-BAJAS-LISTA
               MOVE WS-EMPLEADOS-LEGAJO
                   TO TB-BJ-LEGAJO(CN-BAJAS-LISTA)
               MOVE WS-EMPLEADOS-NOMBRE
                   TO TB-BJ-NOMBRE(CN-BAJAS-LISTA)
               MOVE WS-SECTOR-BUSCADO TO TB-BJ-SECTOR(CN-BAJAS-LISTA)
               MOVE WS-FECHA-INGRESO TO TB-BJ-INGRESO(CN-BAJAS-LISTA)
               MOVE WS-FECHA-BAJA TO TB-BJ-BAJA(CN-BAJAS-LISTA)
               MOVE ZEROES TO TB-BJ-MESES(CN-BAJAS-LISTA)
               IF WS-FECHA-INGRESO > 0
                   MOVE WS-FECHA-INGRESO TO WS-ANT-DESDE
                   MOVE WS-FECHA-BAJA TO WS-ANT-HASTA
                   PERFORM 7500-CALCULAR-ANTIGUEDAD
                   MOVE WS-ANT-MESES TO TB-BJ-MESES(CN-BAJAS-LISTA)
               END-IF
           ELSE
               ADD 1 TO CN-BAJAS-FUERA
           END-IF.

           2700-SUMAR-ANTIGUEDAD.
           IF WS-FECHA-INGRESO > 0
               MOVE WS-FECHA-INGRESO TO WS-ANT-DESDE
               MOVE WS-FECHA-HASTA TO WS-ANT-HASTA
               PERFORM 7500-CALCULAR-ANTIGUEDAD
               ADD WS-ANT-MESES TO TB-DT-MESES-ANT(WS-SUB-SECTOR)
                   AC-MESES-ANT
               ADD 1 TO TB-DT-CON-ANT(WS-SUB-SECTOR) AC-CON-ANT
           ELSE
               ADD 1 TO CN-SIN-INGRESO
           END-IF.

           4000-EMITIR-REPORTE.
           OPEN INPUT SECTORES-ARCHIVO.
           IF SECTORES-PRESENTE
               MOVE "S" TO WS-SECTORES-DISPONIBLE
           ELSE
               DISPLAY "*** MAESTRO DE SECTORES AUSENTE - SIN "
                   "NOMBRES DE SECTOR ***"
           END-IF.
           MOVE SPACES TO WS-REPORTE-PATH.
           STRING "dotacion-" DELIMITED BY SIZE
               WS-PERIODO-PEDIDO DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO WS-REPORTE-PATH.
           MOVE SPACES TO WS-EXPORT-PATH.
           STRING "export-dotacion-" DELIMITED BY SIZE
               WS-PERIODO-PEDIDO DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-PATH.
           MOVE SPACES TO WS-EXPORT-BAJAS-PATH.
           STRING "export-dotacion-bajas-" DELIMITED BY SIZE
               WS-PERIODO-PEDIDO DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-EXPORT-BAJAS-PATH.
           OPEN OUTPUT REPORTE-ARCHIVO.
           OPEN OUTPUT EXPORTACION-ARCHIVO.
           OPEN OUTPUT EXPORTACION-BAJAS.
           WRITE EXPORTACION-LINEA FROM EXPORT-ENCABEZADO.
           WRITE EXPORTACION-BAJAS-LINEA FROM EXPORT-BAJAS-ENCABEZADO.
           MOVE WS-PERIODO-PEDIDO TO RT-PERIODO.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           WRITE REPORTE-LINEA FROM LINEA-COLUMNAS.
           DISPLAY LINEA-COLUMNAS.
           PERFORM 4100-ESCRIBIR-UN-SECTOR
               VARYING WS-SUB-SECTOR FROM 1 BY 1
               UNTIL WS-SUB-SECTOR > CN-SECTORES.
           PERFORM 4300-ESCRIBIR-TOTAL.
           WRITE REPORTE-LINEA FROM LINEA-TITULO-BAJAS.
           DISPLAY LINEA-TITULO-BAJAS.
           IF CN-BAJAS-LISTA = 0
               WRITE REPORTE-LINEA FROM LINEA-SIN-BAJAS
               DISPLAY LINEA-SIN-BAJAS
           ELSE
               PERFORM 4400-ESCRIBIR-UNA-BAJA
                   VARYING WS-SUB-BAJA FROM 1 BY 1
                   UNTIL WS-SUB-BAJA > CN-BAJAS-LISTA
           END-IF.
           MOVE CN-SIN-INGRESO TO RT-SIN-INGRESO.
           MOVE CN-FUERA-TABLA TO RT-FUERA-TABLA.
           MOVE CN-BAJAS-FUERA TO RT-BAJAS-FUERA.
           WRITE REPORTE-LINEA FROM LINEA-RESUMEN.
           DISPLAY LINEA-RESUMEN.
           CLOSE EXPORTACION-BAJAS.
           CLOSE EXPORTACION-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           IF WS-SECTORES-DISPONIBLE = "S"
               CLOSE SECTORES-ARCHIVO
           END-IF.

           4100-ESCRIBIR-UN-SECTOR.
           MOVE TB-DT-COD(WS-SUB-SECTOR) TO RT-SECTOR.
           MOVE TB-DT-COD(WS-SUB-SECTOR) TO EX-SECTOR.
           MOVE SPACES TO EX-NOMBRE.
           IF WS-SECTORES-DISPONIBLE = "S"
               MOVE TB-DT-COD(WS-SUB-SECTOR) TO SM-CODIGO
               READ SECTORES-ARCHIVO
                   KEY IS SM-CODIGO
                   INVALID KEY
                       MOVE "(SECTOR SIN MAESTRO)" TO EX-NOMBRE
                   NOT INVALID KEY
                       MOVE SM-NOMBRE TO EX-NOMBRE
               END-READ
           END-IF.
           MOVE EX-NOMBRE TO RT-NOMBRE.
           MOVE TB-DT-CONTADORES(WS-SUB-SECTOR) TO CALCULO-CONTADORES.
           PERFORM 4200-ARMAR-LINEA.

           4200-ARMAR-LINEA.
           MOVE ZEROES TO WS-ROTACION-MES.
           COMPUTE WS-PROMEDIO-DOT = (CA-INICIAL + CA-FINAL) / 2.
           IF WS-PROMEDIO-DOT > 0
               COMPUTE WS-ROTACION-MES ROUNDED =
                   CA-BAJAS * 100 / WS-PROMEDIO-DOT
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-ROTACION-MES
               END-COMPUTE
           END-IF.
           MOVE ZEROES TO WS-ROTACION-12.
           COMPUTE WS-PROMEDIO-DOT = (CA-INICIAL-12 + CA-FINAL) / 2.
           IF WS-PROMEDIO-DOT > 0
               COMPUTE WS-ROTACION-12 ROUNDED =
                   CA-BAJAS-12 * 100 / WS-PROMEDIO-DOT
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-ROTACION-12
               END-COMPUTE
           END-IF.
           MOVE ZEROES TO WS-ANTIG-PROMEDIO.
           IF CA-CON-ANT > 0
               COMPUTE WS-ANTIG-PROMEDIO ROUNDED =
                   CA-MESES-ANT / CA-CON-ANT / 12
           END-IF.
           MOVE CA-INICIAL TO RT-INICIAL.
           MOVE CA-ALTAS TO RT-ALTAS.
           MOVE CA-BAJAS TO RT-BAJAS.
           MOVE CA-FINAL TO RT-FINAL.
           MOVE WS-ROTACION-MES TO RT-ROTACION.
           MOVE WS-ROTACION-12 TO RT-ROTACION-12.
           MOVE WS-ANTIG-PROMEDIO TO RT-ANTIGUEDAD.
           WRITE REPORTE-LINEA FROM LINEA-DETALLE.
           DISPLAY LINEA-DETALLE.
           MOVE CA-INICIAL TO EX-INICIAL.
           MOVE CA-ALTAS TO EX-ALTAS.
           MOVE CA-BAJAS TO EX-BAJAS.
           MOVE CA-FINAL TO EX-FINAL.
           MOVE WS-ROTACION-MES TO EX-PORCENTAJE.
           MOVE EX-PORC-ENT TO EX-ROT-ENT.
           MOVE EX-PORC-DEC TO EX-ROT-DEC.
           MOVE WS-ROTACION-12 TO EX-PORCENTAJE.
           MOVE EX-PORC-ENT TO EX-R12-ENT.
           MOVE EX-PORC-DEC TO EX-R12-DEC.
           MOVE WS-ANTIG-PROMEDIO TO EX-ANIOS.
           MOVE EX-ANIOS-ENT TO EX-ANT-ENT.
           MOVE EX-ANIOS-DEC TO EX-ANT-DEC.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.

           4300-ESCRIBIR-TOTAL.
           MOVE "TOTAL" TO RT-SECTOR.
           MOVE "TOTAL" TO EX-SECTOR.
           MOVE "TODOS LOS SECTORES" TO RT-NOMBRE.
           MOVE "TODOS LOS SECTORES" TO EX-NOMBRE.
           MOVE TOTALES-CONTADORES TO CALCULO-CONTADORES.
           PERFORM 4200-ARMAR-LINEA.

           4400-ESCRIBIR-UNA-BAJA.
           MOVE TB-BJ-LEGAJO(WS-SUB-BAJA) TO RT-BJ-LEGAJO.
           MOVE TB-BJ-NOMBRE(WS-SUB-BAJA) TO RT-BJ-NOMBRE.
           MOVE TB-BJ-SECTOR(WS-SUB-BAJA) TO RT-BJ-SECTOR.
           MOVE TB-BJ-BAJA(WS-SUB-BAJA) TO RT-BJ-BAJA.
           IF TB-BJ-INGRESO(WS-SUB-BAJA) > 0
               MOVE TB-BJ-INGRESO(WS-SUB-BAJA) TO RT-BJ-INGRESO
               DIVIDE TB-BJ-MESES(WS-SUB-BAJA) BY 12
                   GIVING WS-ANT-ANIOS REMAINDER WS-ANT-RESTO
               MOVE WS-ANT-ANIOS TO TS-ANIOS
               MOVE WS-ANT-RESTO TO TS-MESES
               MOVE TIEMPO-SERVICIO TO RT-BJ-TIEMPO
           ELSE
               MOVE "S/FECHA" TO RT-BJ-INGRESO
               MOVE "SIN DATO" TO RT-BJ-TIEMPO
           END-IF.
           WRITE REPORTE-LINEA FROM LINEA-BAJA.
           DISPLAY LINEA-BAJA.
           MOVE TB-BJ-LEGAJO(WS-SUB-BAJA) TO EB-LEGAJO.
           MOVE TB-BJ-NOMBRE(WS-SUB-BAJA) TO EB-NOMBRE.
           MOVE TB-BJ-SECTOR(WS-SUB-BAJA) TO EB-SECTOR.
           MOVE TB-BJ-INGRESO(WS-SUB-BAJA) TO EB-INGRESO.
           MOVE TB-BJ-BAJA(WS-SUB-BAJA) TO EB-BAJA.
           MOVE TB-BJ-MESES(WS-SUB-BAJA) TO EB-MESES.
           WRITE EXPORTACION-BAJAS-LINEA FROM EXPORT-BAJAS-DETALLE.

           7000-BUSCAR-O-CREAR-SECTOR.
           PERFORM 7100-BUSCAR-SECTOR.
           IF WS-SECTOR-HALLADO = "N"
               IF CN-SECTORES < 50
                   ADD 1 TO CN-SECTORES
                   MOVE CN-SECTORES TO WS-SUB-SECTOR
                   MOVE WS-SECTOR-BUSCADO
                       TO TB-DT-COD(WS-SUB-SECTOR)
                   MOVE ZEROES TO TB-DT-CONTADORES(WS-SUB-SECTOR)
                   MOVE "S" TO WS-SECTOR-HALLADO
               ELSE
                   ADD 1 TO CN-FUERA-TABLA
               END-IF
           END-IF.

           7100-BUSCAR-SECTOR.
           MOVE "N" TO WS-SECTOR-HALLADO.
           MOVE ZEROES TO WS-SUB-ENCONTRADO.
           PERFORM 7110-COMPARAR-SECTOR
               VARYING WS-SUB-SECTOR FROM 1 BY 1
               UNTIL WS-SUB-SECTOR > CN-SECTORES
               OR WS-SECTOR-HALLADO = "S".
           IF WS-SECTOR-HALLADO = "S"
               MOVE WS-SUB-ENCONTRADO TO WS-SUB-SECTOR
           END-IF.

           7110-COMPARAR-SECTOR.
           IF TB-DT-COD(WS-SUB-SECTOR) = WS-SECTOR-BUSCADO
               MOVE "S" TO WS-SECTOR-HALLADO
               MOVE WS-SUB-SECTOR TO WS-SUB-ENCONTRADO
           END-IF.

           7500-CALCULAR-ANTIGUEDAD.
           COMPUTE WS-ANT-MESES =
               (WS-AH-ANIO * 12 + WS-AH-MES)
               - (WS-AD-ANIO * 12 + WS-AD-MES).
           IF WS-AH-DIA < WS-AD-DIA
               SUBTRACT 1 FROM WS-ANT-MESES
           END-IF.
           IF WS-ANT-MESES < 0
               MOVE ZEROES TO WS-ANT-MESES
           END-IF.

       END PROGRAM REPORTE-DOTACION.
