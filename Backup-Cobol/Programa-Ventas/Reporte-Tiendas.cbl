      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Reporte mensual de desempeno de tiendas y regiones.
      *          Para el periodo AAAAMM (entorno TIENDAS-PERIODO, que
      *          fija el cierre mensual, o por pantalla) suma las
      *          ventas netas del historico ventas-historico.dat por
      *          tienda (HV-TIENDA) en el mes y en el mismo mes del
      *          anio anterior; las devoluciones (tipo D) restan.
      *          Agrupa las tiendas por la region del maestro
      *          tiendas.dat y muestra por tienda las ventas del mes,
      *          su participacion en la region, las ventas del mismo
      *          mes del anio anterior y la variacion; por region el
      *          total, su participacion en el total general y la
      *          comparacion a tiendas iguales, que suma solo las
      *          tiendas con ventas en los dos periodos (abiertas en
      *          ambos); al pie el total general con su comparacion.
      *          Los movimientos sin tienda (reprocesos y lo
      *          archivado antes de guardarla) y los de tiendas que
      *          no estan en el maestro quedan en el grupo sin region
      *          y nunca cuentan como comparables. Con una region en
      *          el entorno TIENDAS-REGION (o pedida por pantalla)
      *          informa solo las tiendas de esa region. Deja el
      *          listado en tiendas-<periodo>.rpt y el detalle por
      *          tienda separado por punto y coma en
      *          export-tiendas-<periodo>.csv (con la region
      *          agregada al nombre cuando se filtra). Devuelve 0 si
      *          termino bien, 1 si la tabla de tiendas se lleno y
      *          quedaron movimientos afuera, 2 si el periodo es
      *          invalido, no se pudo leer el historico o se pidio
      *          una region sin maestro de tiendas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-TIENDAS IS INITIAL PROGRAM.

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

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORTACION-ARCHIVO
           ASSIGN TO WS-EXPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       FD REPORTE-ARCHIVO.
       01 REPORTE-LINEA PIC X(130).

       FD EXPORTACION-ARCHIVO.
       01 EXPORTACION-LINEA PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HISTORICO-PATH   PIC X(60) VALUE "ventas-historico.dat".
       01  WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-ABIERTO-OK VALUES "00" "05".
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40) VALUE SPACES.
       01  WS-EXPORT-PATH      PIC X(40) VALUE SPACES.
       01  WS-FIN-HISTORICO    PIC X VALUE "1".
       01  WS-FIN-TIENDAS      PIC X VALUE "1".
       01  WS-HISTORICO-FALLO  PIC X VALUE "N".
       01  WS-TIENDAS-FALLO    PIC X VALUE "N".

       01  WS-PERIODO-ENTORNO  PIC X(06) VALUE SPACES.
       01  WS-PERIODO-PEDIDO   PIC 9(06) VALUE ZEROES.
       01 DETALLE-PERIODO-PEDIDO REDEFINES WS-PERIODO-PEDIDO.
           05 WS-PP-ANIO       PIC 9(04).
           05 WS-PP-MES        PIC 9(02).
       01  WS-PERIODO-ANTERIOR PIC 9(06) VALUE ZEROES.
       01  WS-REGION-PEDIDA    PIC X(05) VALUE SPACES.

      * Rango de fechas que se esta recorriendo y a que periodo se
      * suma: A = mes informado, P = mismo mes del anio anterior.
       01  WS-MODO-PERIODO     PIC X(01) VALUE "A".
       01  WS-RECORRIDO-DESDE  PIC 9(08) VALUE ZEROES.
       01  WS-RECORRIDO-HASTA  PIC 9(08) VALUE ZEROES.
       01  WS-IMPORTE-NETO     PIC S9(04)V99 VALUE ZEROES.

      * Tiendas ordenadas por region + codigo para el corte de
      * control. La tienda en blanco junta los movimientos sin
      * tienda.
       01 TABLA-TIENDAS.
           05 CN-TIENDAS PIC 9(03) VALUE ZEROES.
           05 TIENDA-ENTRADA OCCURS 100 TIMES.
               10 TB-TD-ORDEN.
                   15 TB-TD-REGION   PIC X(05).
                   15 TB-TD-CODIGO   PIC X(05).
               10 TB-TD-NOMBRE       PIC X(30).
               10 TB-TD-ACTUAL       PIC S9(10)V99.
               10 TB-TD-ANTERIOR     PIC S9(10)V99.
               10 TB-TD-REGS-ACT     PIC 9(06).
               10 TB-TD-REGS-ANT     PIC 9(06).

       01  WS-SUB-TIENDA       PIC 9(03) VALUE ZEROES.
       01  WS-SUB-ORDEN        PIC 9(03) VALUE ZEROES.
       01  WS-SUB-MENOR        PIC 9(03) VALUE ZEROES.
       01  WS-SUB-ENCONTRADA   PIC 9(03) VALUE ZEROES.
       01  WS-TIENDA-HALLADA   PIC X VALUE "N".
       01  WS-TIENDA-BUSCADA   PIC X(05) VALUE SPACES.
       01 AREA-INTERCAMBIO.
           05 TB-TD-AUXILIAR   PIC X(76).

       01 TABLA-REGIONES.
           05 CN-REGIONES PIC 9(03) VALUE ZEROES.
           05 REGION-ENTRADA OCCURS 100 TIMES.
               10 TB-RG-CODIGO       PIC X(05).
               10 TB-RG-DESDE        PIC 9(03).
               10 TB-RG-HASTA        PIC 9(03).
               10 TB-RG-TOTALES.
                   15 TB-RG-ACTUAL      PIC S9(12)V99.
                   15 TB-RG-ANTERIOR    PIC S9(12)V99.
                   15 TB-RG-COMP-ACT    PIC S9(12)V99.
                   15 TB-RG-COMP-ANT    PIC S9(12)V99.
                   15 TB-RG-TIENDAS     PIC 9(03).
                   15 TB-RG-COMPARABLES PIC 9(03).
       01  WS-SUB-REGION       PIC 9(03) VALUE ZEROES.

      * Totales de la region (o del total general) que se esta
      * imprimiendo, con la misma forma que TB-RG-TOTALES.
       01 CALCULO-TOTALES.
           05 CA-ACTUAL        PIC S9(12)V99.
           05 CA-ANTERIOR      PIC S9(12)V99.
           05 CA-COMP-ACT      PIC S9(12)V99.
           05 CA-COMP-ANT      PIC S9(12)V99.
           05 CA-TIENDAS       PIC 9(03).
           05 CA-COMPARABLES   PIC 9(03).

       01 TOTALES-GENERALES.
           05 AC-ACTUAL        PIC S9(12)V99 VALUE ZEROES.
           05 AC-ANTERIOR      PIC S9(12)V99 VALUE ZEROES.
           05 AC-COMP-ACT      PIC S9(12)V99 VALUE ZEROES.
           05 AC-COMP-ANT      PIC S9(12)V99 VALUE ZEROES.
           05 AC-TIENDAS       PIC 9(03) VALUE ZEROES.
           05 AC-COMPARABLES   PIC 9(03) VALUE ZEROES.

       01  WS-ES-COMPARABLE    PIC X VALUE "N".
       01  WS-PARTICIPACION    PIC S9(03)V99 VALUE ZEROES.
       01  WS-VARIACION        PIC S9(04)V99 VALUE ZEROES.
       01  WS-VAR-ACTUAL       PIC S9(12)V99 VALUE ZEROES.
       01  WS-VAR-ANTERIOR     PIC S9(12)V99 VALUE ZEROES.
       01  WS-HAY-VARIACION    PIC X VALUE "N".
       01  CN-EXCLUIDOS        PIC 9(07) VALUE ZEROES.
       01  CN-FUERA-TABLA      PIC 9(07) VALUE ZEROES.
       01  CN-TIENDAS-FUERA    PIC 9(05) VALUE ZEROES.

       01 EX-MONTO PIC 9(10)V99 VALUE ZEROES.
       01 EX-MONTO-R REDEFINES EX-MONTO.
           05 EX-MONTO-ENT PIC X(10).
           05 EX-MONTO-DEC PIC X(02).
       01 EX-MONTO-CON-SIGNO PIC S9(10)V99 VALUE ZEROES.
       01 EX-SIGNO PIC X(01) VALUE SPACE.

       01 EX-PORCENTAJE PIC 9(04)V99 VALUE ZEROES.
       01 EX-PORCENTAJE-R REDEFINES EX-PORCENTAJE.
           05 EX-PORC-ENT PIC X(04).
           05 EX-PORC-DEC PIC X(02).
       01 EX-PORC-CON-SIGNO PIC S9(04)V99 VALUE ZEROES.

       01 EXPORT-ENCABEZADO.
           05 FILLER PIC X(28) VALUE "REGION;TIENDA;NOMBRE;VENTAS;".
           05 FILLER PIC X(35)
           VALUE "PARTICIPACION;VENTAS-ANIO-ANTERIOR;".
           05 FILLER PIC X(20) VALUE "VARIACION;COMPARABLE".

       01 EXPORT-DETALLE.
           05 EX-REGION     PIC X(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-TIENDA     PIC X(05).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-NOMBRE     PIC X(30).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-VEN-SIGNO  PIC X(01).
           05 EX-VEN-ENT    PIC X(10).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-VEN-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-PAR-SIGNO  PIC X(01).
           05 EX-PAR-ENT    PIC X(04).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-PAR-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-ANT-SIGNO  PIC X(01).
           05 EX-ANT-ENT    PIC X(10).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-ANT-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-VAR-SIGNO  PIC X(01).
           05 EX-VAR-ENT    PIC X(04).
           05 FILLER        PIC X(01) VALUE ".".
           05 EX-VAR-DEC    PIC X(02).
           05 FILLER        PIC X(01) VALUE ";".
           05 EX-COMPARABLE PIC X(01).

       01 LINEA-TITULO.
           05 FILLER PIC X(41)
           VALUE "DESEMPENO DE TIENDAS POR REGION - PER. : ".
           05 RT-PERIODO PIC 9(06).
           05 FILLER PIC X(19) VALUE "  CONTRA PER. ANT: ".
           05 RT-PERIODO-ANT PIC 9(06).

       01 LINEA-FILTRO.
           05 FILLER PIC X(26) VALUE "SOLO TIENDAS DE LA REGION ".
           05 RT-REGION-FILTRO PIC X(05).

       01 LINEA-COLUMNAS.
           05 FILLER PIC X(34) VALUE "TIENDA NOMBRE".
           05 FILLER PIC X(13) VALUE "   VENTAS MES".
           05 FILLER PIC X(09) VALUE "  %PARTIC".
           05 FILLER PIC X(15) VALUE "  ANIO ANTERIOR".
           05 FILLER PIC X(10) VALUE "     VAR.%".
           05 FILLER PIC X(12) VALUE "  COMPARABLE".

       01 LINEA-NOTA.
           05 FILLER PIC X(40)
           VALUE "%PARTIC: TIENDA SOBRE SU REGION, REGION ".
           05 FILLER PIC X(41)
           VALUE "SOBRE EL TOTAL. COMPARABLES: TIENDAS CON ".
           05 FILLER PIC X(27)
           VALUE "VENTAS EN LOS DOS PERIODOS.".

       01 LINEA-REGION.
           05 FILLER PIC X(09) VALUE "REGION : ".
           05 RT-REGION PIC X(12).

       01 LINEA-DETALLE.
           05 RT-TIENDA      PIC X(05).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-NOMBRE      PIC X(25).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-VENTAS      PIC -ZZZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-PARTICIPACION PIC -ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-ANTERIOR    PIC -ZZZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-VARIACION   PIC -ZZZ9.99.
           05 RT-VARIACION-X REDEFINES RT-VARIACION PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-COMPARABLE  PIC X(12).

       01 LINEA-TOTALES.
           05 RT-TT-TEXTO    PIC X(32).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-TT-VENTAS   PIC -ZZZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-TT-PARTICIPACION PIC -ZZ9.99.
           05 RT-TT-PARTICIPACION-X REDEFINES RT-TT-PARTICIPACION
                             PIC X(07).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-TT-ANTERIOR PIC -ZZZZZZZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-TT-VARIACION PIC -ZZZ9.99.
           05 RT-TT-VARIACION-X REDEFINES RT-TT-VARIACION PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RT-TT-TIENDAS  PIC ZZ9.
           05 FILLER         PIC X(08) VALUE " TIENDAS".

       01 LINEA-SEPARADOR.
           05 FILLER PIC X(95) VALUE ALL "-".

       01 LINEA-SIN-DATOS.
           05 FILLER PIC X(42)
           VALUE "SIN VENTAS EN EL HISTORICO PARA EL PERIODO".
           05 FILLER PIC X(39)
           VALUE " NI PARA EL MISMO MES DEL ANIO ANTERIOR".

       01 LINEA-RESUMEN.
           05 FILLER         PIC X(44)
           VALUE "MOVIMIENTOS SIN TIENDA O DE OTRAS REGIONES: ".
           05 RT-EXCLUIDOS   PIC ZZZZZZ9.
           05 FILLER         PIC X(21)
           VALUE "   FUERA DE TABLA :  ".
           05 RT-FUERA-TABLA PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LK-ESTADO-TIENDAS PIC X.

       PROCEDURE DIVISION USING LK-ESTADO-TIENDAS.
           0000-MAINLINE.
           MOVE "0" TO LK-ESTADO-TIENDAS.
           PERFORM 1000-OBTENER-PERIODO.
           IF WS-PERIODO-PEDIDO < 190101
               OR WS-PP-MES < 1 OR WS-PP-MES > 12
               DISPLAY "*** PERIODO INVALIDO - DEBE SER AAAAMM ***"
               MOVE "2" TO LK-ESTADO-TIENDAS
           ELSE
               PERFORM 1500-ARMAR-FECHAS
               PERFORM 2000-CARGAR-TIENDAS
               IF WS-TIENDAS-FALLO = "N"
                   PERFORM 3000-RECORRER-HISTORICO
               END-IF
               IF WS-TIENDAS-FALLO = "S"
                   OR WS-HISTORICO-FALLO = "S"
                   MOVE "2" TO LK-ESTADO-TIENDAS
               ELSE
                   PERFORM 4000-ORDENAR-TIENDAS
                   PERFORM 4500-TOTALIZAR-REGIONES
                   PERFORM 5000-EMITIR-REPORTE
                   IF CN-FUERA-TABLA > 0 OR CN-TIENDAS-FUERA > 0
                       MOVE "1" TO LK-ESTADO-TIENDAS
                   END-IF
               END-IF
           END-IF.
           GOBACK.

           1000-OBTENER-PERIODO.
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
               "TIENDAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-TIENDAS-PATH
           END-IF.
           ACCEPT WS-REGION-PEDIDA FROM ENVIRONMENT
               "TIENDAS-REGION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           ACCEPT WS-PERIODO-ENTORNO FROM ENVIRONMENT
               "TIENDAS-PERIODO"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-PERIODO-ENTORNO IS NUMERIC
               AND WS-PERIODO-ENTORNO > "000000"
               MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
           ELSE
               DISPLAY "DESEMPENO DE TIENDAS POR REGION"
               DISPLAY "PERIODO A INFORMAR (AAAAMM): "
               MOVE SPACES TO WS-PERIODO-ENTORNO
               ACCEPT WS-PERIODO-ENTORNO
               IF WS-PERIODO-ENTORNO IS NUMERIC
                   MOVE WS-PERIODO-ENTORNO TO WS-PERIODO-PEDIDO
               END-IF
               IF WS-REGION-PEDIDA = SPACES
                   DISPLAY "REGION (ENTER = TODAS): "
                   ACCEPT WS-REGION-PEDIDA
               END-IF
           END-IF.

           1500-ARMAR-FECHAS.
           COMPUTE WS-PERIODO-ANTERIOR = WS-PERIODO-PEDIDO - 100.

           2000-CARGAR-TIENDAS.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF TIENDAS-PRESENTE
               MOVE "1" TO WS-FIN-TIENDAS
               MOVE LOW-VALUES TO TM-CODIGO
               START TIENDAS-ARCHIVO KEY IS NOT < TM-CODIGO
                   INVALID KEY
                       MOVE "0" TO WS-FIN-TIENDAS
               END-START
               PERFORM 2100-LEER-TIENDA
               PERFORM 2200-GUARDAR-TIENDA
                   UNTIL WS-FIN-TIENDAS = "0"
           ELSE
               IF WS-REGION-PEDIDA NOT = SPACES
                   DISPLAY "*** SIN MAESTRO DE TIENDAS NO SE PUEDE "
                       "FILTRAR POR REGION ***"
                   MOVE "S" TO WS-TIENDAS-FALLO
               ELSE
                   DISPLAY "*** MAESTRO DE TIENDAS AUSENTE - LAS "
                       "TIENDAS QUEDAN SIN REGION ***"
               END-IF
           END-IF.
           CLOSE TIENDAS-ARCHIVO.

           2100-LEER-TIENDA.
           IF WS-FIN-TIENDAS = "1"
               READ TIENDAS-ARCHIVO NEXT RECORD
                   AT END MOVE "0" TO WS-FIN-TIENDAS
               END-READ
           END-IF.

           2200-GUARDAR-TIENDA.
           IF WS-REGION-PEDIDA = SPACES
               OR TM-REGION = WS-REGION-PEDIDA
               IF CN-TIENDAS < 100
                   ADD 1 TO CN-TIENDAS
                   MOVE CN-TIENDAS TO WS-SUB-TIENDA
                   MOVE TM-CODIGO TO TB-TD-CODIGO(WS-SUB-TIENDA)
                   MOVE TM-REGION TO TB-TD-REGION(WS-SUB-TIENDA)
                   MOVE TM-NOMBRE TO TB-TD-NOMBRE(WS-SUB-TIENDA)
                   PERFORM 7200-LIMPIAR-TIENDA
               ELSE
                   ADD 1 TO CN-TIENDAS-FUERA
               END-IF
           END-IF.
           PERFORM 2100-LEER-TIENDA.

           3000-RECORRER-HISTORICO.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF HISTORICO-ABIERTO-OK
               MOVE "A" TO WS-MODO-PERIODO
               COMPUTE WS-RECORRIDO-DESDE = WS-PERIODO-PEDIDO * 100 + 1
               COMPUTE WS-RECORRIDO-HASTA =
                   WS-PERIODO-PEDIDO * 100 + 31
               PERFORM 3100-RECORRER-RANGO
               MOVE "P" TO WS-MODO-PERIODO
               COMPUTE WS-RECORRIDO-DESDE =
                   WS-PERIODO-ANTERIOR * 100 + 1
               COMPUTE WS-RECORRIDO-HASTA =
                   WS-PERIODO-ANTERIOR * 100 + 31
               PERFORM 3100-RECORRER-RANGO
           ELSE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EL HISTORICO - "
                   "STATUS " WS-HISTORICO-STATUS " ***"
               MOVE "S" TO WS-HISTORICO-FALLO
           END-IF.
           CLOSE HISTORICO-ARCHIVO.

           3100-RECORRER-RANGO.
           MOVE "1" TO WS-FIN-HISTORICO.
           MOVE WS-RECORRIDO-DESDE TO HV-FECHA.
           MOVE ZEROES TO HV-SECUENCIA.
           START HISTORICO-ARCHIVO KEY IS NOT < HV-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-HISTORICO
           END-START.
           PERFORM 3200-LEER-HISTORICO.
           PERFORM 3300-ACUMULAR-REGISTRO
               UNTIL WS-FIN-HISTORICO = "0".

           3200-LEER-HISTORICO.
           IF WS-FIN-HISTORICO = "1"
               READ HISTORICO-ARCHIVO NEXT RECORD
                   AT END MOVE "0" TO WS-FIN-HISTORICO
               END-READ
           END-IF.

           3300-ACUMULAR-REGISTRO.
           IF HV-FECHA > WS-RECORRIDO-HASTA
               MOVE "0" TO WS-FIN-HISTORICO
           ELSE
               IF HV-ES-DEVOLUCION
                   COMPUTE WS-IMPORTE-NETO = 0 - HV-IMPORTE
               ELSE
                   MOVE HV-IMPORTE TO WS-IMPORTE-NETO
               END-IF
               PERFORM 3400-UBICAR-TIENDA
               IF WS-TIENDA-HALLADA = "S"
                   PERFORM 3500-SUMAR-MOVIMIENTO
               END-IF
               PERFORM 3200-LEER-HISTORICO
           END-IF.

           3400-UBICAR-TIENDA.
           MOVE HV-TIENDA TO WS-TIENDA-BUSCADA.
           PERFORM 7100-BUSCAR-TIENDA.
           IF WS-TIENDA-HALLADA = "N"
               IF WS-REGION-PEDIDA NOT = SPACES
                   ADD 1 TO CN-EXCLUIDOS
               ELSE
                   PERFORM 3450-CREAR-TIENDA
               END-IF
           END-IF.

           3450-CREAR-TIENDA.
           IF CN-TIENDAS < 100
               ADD 1 TO CN-TIENDAS
               MOVE CN-TIENDAS TO WS-SUB-TIENDA
               MOVE WS-TIENDA-BUSCADA TO TB-TD-CODIGO(WS-SUB-TIENDA)
               MOVE SPACES TO TB-TD-REGION(WS-SUB-TIENDA)
               IF WS-TIENDA-BUSCADA = SPACES
                   MOVE "(SIN TIENDA IDENTIFICADA)"
                       TO TB-TD-NOMBRE(WS-SUB-TIENDA)
               ELSE
                   MOVE "(TIENDA SIN MAESTRO)"
                       TO TB-TD-NOMBRE(WS-SUB-TIENDA)
               END-IF
               PERFORM 7200-LIMPIAR-TIENDA
               MOVE "S" TO WS-TIENDA-HALLADA
           ELSE
               ADD 1 TO CN-FUERA-TABLA
           END-IF.

           3500-SUMAR-MOVIMIENTO.
           IF WS-MODO-PERIODO = "A"
               ADD WS-IMPORTE-NETO TO TB-TD-ACTUAL(WS-SUB-TIENDA)
               ADD 1 TO TB-TD-REGS-ACT(WS-SUB-TIENDA)
           ELSE
               ADD WS-IMPORTE-NETO TO TB-TD-ANTERIOR(WS-SUB-TIENDA)
               ADD 1 TO TB-TD-REGS-ANT(WS-SUB-TIENDA)
           END-IF.

           4000-ORDENAR-TIENDAS.
           PERFORM 4100-SELECCIONAR-MENOR
               VARYING WS-SUB-ORDEN FROM 1 BY 1
               UNTIL WS-SUB-ORDEN NOT < CN-TIENDAS.

           4100-SELECCIONAR-MENOR.
           MOVE WS-SUB-ORDEN TO WS-SUB-MENOR.
           ADD 1 WS-SUB-ORDEN GIVING WS-SUB-TIENDA.
           PERFORM 4200-COMPARAR-ORDEN
               UNTIL WS-SUB-TIENDA > CN-TIENDAS.
           IF WS-SUB-MENOR NOT = WS-SUB-ORDEN
               MOVE TIENDA-ENTRADA(WS-SUB-ORDEN) TO TB-TD-AUXILIAR
               MOVE TIENDA-ENTRADA(WS-SUB-MENOR)
                   TO TIENDA-ENTRADA(WS-SUB-ORDEN)
               MOVE TB-TD-AUXILIAR TO TIENDA-ENTRADA(WS-SUB-MENOR)
           END-IF.

           4200-COMPARAR-ORDEN.
           IF TB-TD-ORDEN(WS-SUB-TIENDA) < TB-TD-ORDEN(WS-SUB-MENOR)
               MOVE WS-SUB-TIENDA TO WS-SUB-MENOR
           END-IF.
           ADD 1 TO WS-SUB-TIENDA.

           4500-TOTALIZAR-REGIONES.
           PERFORM 4600-TOTALIZAR-UNA-TIENDA
               VARYING WS-SUB-TIENDA FROM 1 BY 1
               UNTIL WS-SUB-TIENDA > CN-TIENDAS.

           4600-TOTALIZAR-UNA-TIENDA.
           IF TB-TD-REGS-ACT(WS-SUB-TIENDA) > 0
               OR TB-TD-REGS-ANT(WS-SUB-TIENDA) > 0
               IF CN-REGIONES = 0
                   PERFORM 4700-ABRIR-REGION
               ELSE
                   IF TB-TD-REGION(WS-SUB-TIENDA)
                       NOT = TB-RG-CODIGO(CN-REGIONES)
                       PERFORM 4700-ABRIR-REGION
                   END-IF
               END-IF
               MOVE CN-REGIONES TO WS-SUB-REGION
               MOVE WS-SUB-TIENDA TO TB-RG-HASTA(WS-SUB-REGION)
               PERFORM 7300-VER-COMPARABLE
               ADD TB-TD-ACTUAL(WS-SUB-TIENDA)
                   TO TB-RG-ACTUAL(WS-SUB-REGION) AC-ACTUAL
               ADD TB-TD-ANTERIOR(WS-SUB-TIENDA)
                   TO TB-RG-ANTERIOR(WS-SUB-REGION) AC-ANTERIOR
               IF TB-TD-CODIGO(WS-SUB-TIENDA) NOT = SPACES
                   ADD 1 TO TB-RG-TIENDAS(WS-SUB-REGION) AC-TIENDAS
               END-IF
               IF WS-ES-COMPARABLE = "S"
                   ADD TB-TD-ACTUAL(WS-SUB-TIENDA)
                       TO TB-RG-COMP-ACT(WS-SUB-REGION) AC-COMP-ACT
                   ADD TB-TD-ANTERIOR(WS-SUB-TIENDA)
                       TO TB-RG-COMP-ANT(WS-SUB-REGION) AC-COMP-ANT
                   ADD 1 TO TB-RG-COMPARABLES(WS-SUB-REGION)
                       AC-COMPARABLES
               END-IF
           END-IF.

           4700-ABRIR-REGION.
           ADD 1 TO CN-REGIONES.
           MOVE TB-TD-REGION(WS-SUB-TIENDA)
               TO TB-RG-CODIGO(CN-REGIONES).
           MOVE WS-SUB-TIENDA TO TB-RG-DESDE(CN-REGIONES).
           MOVE ZEROES TO TB-RG-ACTUAL(CN-REGIONES).
           MOVE ZEROES TO TB-RG-ANTERIOR(CN-REGIONES).
           MOVE ZEROES TO TB-RG-COMP-ACT(CN-REGIONES).
           MOVE ZEROES TO TB-RG-COMP-ANT(CN-REGIONES).
           MOVE ZEROES TO TB-RG-TIENDAS(CN-REGIONES).
           MOVE ZEROES TO TB-RG-COMPARABLES(CN-REGIONES).

           5000-EMITIR-REPORTE.
           MOVE SPACES TO WS-REPORTE-PATH.
           MOVE SPACES TO WS-EXPORT-PATH.
           IF WS-REGION-PEDIDA = SPACES
               STRING "tiendas-" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
               STRING "export-tiendas-" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXPORT-PATH
           ELSE
               STRING "tiendas-" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-REGION-PEDIDA DELIMITED BY SPACE
                   ".rpt" DELIMITED BY SIZE
                   INTO WS-REPORTE-PATH
               STRING "export-tiendas-" DELIMITED BY SIZE
                   WS-PERIODO-PEDIDO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-REGION-PEDIDA DELIMITED BY SPACE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-EXPORT-PATH
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           OPEN OUTPUT EXPORTACION-ARCHIVO.
           WRITE EXPORTACION-LINEA FROM EXPORT-ENCABEZADO.
           MOVE WS-PERIODO-PEDIDO TO RT-PERIODO.
           MOVE WS-PERIODO-ANTERIOR TO RT-PERIODO-ANT.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF WS-REGION-PEDIDA NOT = SPACES
               MOVE WS-REGION-PEDIDA TO RT-REGION-FILTRO
               WRITE REPORTE-LINEA FROM LINEA-FILTRO
               DISPLAY LINEA-FILTRO
           END-IF.
           IF CN-REGIONES = 0
               WRITE REPORTE-LINEA FROM LINEA-SIN-DATOS
               DISPLAY LINEA-SIN-DATOS
           ELSE
               WRITE REPORTE-LINEA FROM LINEA-NOTA
               WRITE REPORTE-LINEA FROM LINEA-COLUMNAS
               DISPLAY LINEA-COLUMNAS
               PERFORM 5100-ESCRIBIR-UNA-REGION
                   VARYING WS-SUB-REGION FROM 1 BY 1
                   UNTIL WS-SUB-REGION > CN-REGIONES
               WRITE REPORTE-LINEA FROM LINEA-SEPARADOR
               DISPLAY LINEA-SEPARADOR
               MOVE "TOTAL GENERAL" TO RT-TT-TEXTO
               MOVE TOTALES-GENERALES TO CALCULO-TOTALES
               IF AC-ACTUAL > 0
                   MOVE 100 TO WS-PARTICIPACION
               ELSE
                   MOVE ZEROES TO WS-PARTICIPACION
               END-IF
               PERFORM 5400-ESCRIBIR-TOTALES
           END-IF.
           MOVE CN-EXCLUIDOS TO RT-EXCLUIDOS.
           MOVE CN-FUERA-TABLA TO RT-FUERA-TABLA.
           WRITE REPORTE-LINEA FROM LINEA-RESUMEN.
           DISPLAY LINEA-RESUMEN.
           IF CN-TIENDAS-FUERA > 0 OR CN-FUERA-TABLA > 0
               DISPLAY "*** ADVERTENCIA: MAS DE 100 TIENDAS - LAS "
                   "EXCEDENTES NO SE INFORMAN ***"
           END-IF.
           CLOSE EXPORTACION-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

           5100-ESCRIBIR-UNA-REGION.
           IF TB-RG-CODIGO(WS-SUB-REGION) = SPACES
               MOVE "(SIN REGION)" TO RT-REGION
           ELSE
               MOVE TB-RG-CODIGO(WS-SUB-REGION) TO RT-REGION
           END-IF.
           WRITE REPORTE-LINEA FROM LINEA-SEPARADOR.
           WRITE REPORTE-LINEA FROM LINEA-REGION.
           DISPLAY LINEA-REGION.
           PERFORM 5200-ESCRIBIR-UNA-TIENDA
               VARYING WS-SUB-TIENDA FROM TB-RG-DESDE(WS-SUB-REGION)
               BY 1 UNTIL WS-SUB-TIENDA > TB-RG-HASTA(WS-SUB-REGION).
           MOVE SPACES TO RT-TT-TEXTO.
           STRING "TOTAL REGION " DELIMITED BY SIZE
               RT-REGION DELIMITED BY SIZE
               INTO RT-TT-TEXTO.
           MOVE TB-RG-TOTALES(WS-SUB-REGION) TO CALCULO-TOTALES.
           MOVE ZEROES TO WS-PARTICIPACION.
           IF AC-ACTUAL > 0
               COMPUTE WS-PARTICIPACION ROUNDED =
                   CA-ACTUAL * 100 / AC-ACTUAL
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PARTICIPACION
               END-COMPUTE
           END-IF.
           PERFORM 5400-ESCRIBIR-TOTALES.

           5200-ESCRIBIR-UNA-TIENDA.
           IF TB-TD-REGS-ACT(WS-SUB-TIENDA) > 0
               OR TB-TD-REGS-ANT(WS-SUB-TIENDA) > 0
               PERFORM 5300-ARMAR-LINEA-TIENDA
               WRITE REPORTE-LINEA FROM LINEA-DETALLE
               DISPLAY LINEA-DETALLE
               PERFORM 6000-EXPORTAR-UNA-TIENDA
           END-IF.

           5300-ARMAR-LINEA-TIENDA.
           PERFORM 7300-VER-COMPARABLE.
           MOVE ZEROES TO WS-PARTICIPACION.
           IF TB-RG-ACTUAL(WS-SUB-REGION) > 0
               COMPUTE WS-PARTICIPACION ROUNDED =
                   TB-TD-ACTUAL(WS-SUB-TIENDA) * 100
                   / TB-RG-ACTUAL(WS-SUB-REGION)
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PARTICIPACION
               END-COMPUTE
           END-IF.
           MOVE TB-TD-ACTUAL(WS-SUB-TIENDA) TO WS-VAR-ACTUAL.
           MOVE TB-TD-ANTERIOR(WS-SUB-TIENDA) TO WS-VAR-ANTERIOR.
           PERFORM 7400-CALCULAR-VARIACION.
           MOVE TB-TD-CODIGO(WS-SUB-TIENDA) TO RT-TIENDA.
           MOVE TB-TD-NOMBRE(WS-SUB-TIENDA) TO RT-NOMBRE.
           MOVE TB-TD-ACTUAL(WS-SUB-TIENDA) TO RT-VENTAS.
           MOVE WS-PARTICIPACION TO RT-PARTICIPACION.
           MOVE TB-TD-ANTERIOR(WS-SUB-TIENDA) TO RT-ANTERIOR.
           IF WS-ES-COMPARABLE = "S"
               IF WS-HAY-VARIACION = "S"
                   MOVE WS-VARIACION TO RT-VARIACION
               ELSE
                   MOVE SPACES TO RT-VARIACION-X
               END-IF
               MOVE "SI" TO RT-COMPARABLE
           ELSE
               MOVE SPACES TO RT-VARIACION-X
               IF TB-TD-CODIGO(WS-SUB-TIENDA) = SPACES
                   MOVE "NO APLICA" TO RT-COMPARABLE
               ELSE
                   IF TB-TD-REGS-ANT(WS-SUB-TIENDA) = 0
                       MOVE "SIN MES ANT." TO RT-COMPARABLE
                   ELSE
                       MOVE "SIN MES ACT." TO RT-COMPARABLE
                   END-IF
               END-IF
           END-IF.

           5400-ESCRIBIR-TOTALES.
           MOVE CA-ACTUAL TO RT-TT-VENTAS.
           MOVE WS-PARTICIPACION TO RT-TT-PARTICIPACION.
           MOVE CA-ANTERIOR TO RT-TT-ANTERIOR.
           MOVE CA-ACTUAL TO WS-VAR-ACTUAL.
           MOVE CA-ANTERIOR TO WS-VAR-ANTERIOR.
           PERFORM 7400-CALCULAR-VARIACION.
           IF WS-HAY-VARIACION = "S"
               MOVE WS-VARIACION TO RT-TT-VARIACION
           ELSE
               MOVE SPACES TO RT-TT-VARIACION-X
           END-IF.
           MOVE CA-TIENDAS TO RT-TT-TIENDAS.
           WRITE REPORTE-LINEA FROM LINEA-TOTALES.
           DISPLAY LINEA-TOTALES.
           MOVE "  COMPARABLES (MISMAS TIENDAS)" TO RT-TT-TEXTO.
           MOVE CA-COMP-ACT TO RT-TT-VENTAS.
           MOVE SPACES TO RT-TT-PARTICIPACION-X.
           MOVE CA-COMP-ANT TO RT-TT-ANTERIOR.
           MOVE CA-COMP-ACT TO WS-VAR-ACTUAL.
           MOVE CA-COMP-ANT TO WS-VAR-ANTERIOR.
           PERFORM 7400-CALCULAR-VARIACION.
           IF WS-HAY-VARIACION = "S"
               MOVE WS-VARIACION TO RT-TT-VARIACION
           ELSE
               MOVE SPACES TO RT-TT-VARIACION-X
           END-IF.
           MOVE CA-COMPARABLES TO RT-TT-TIENDAS.
           WRITE REPORTE-LINEA FROM LINEA-TOTALES.
           DISPLAY LINEA-TOTALES.

           6000-EXPORTAR-UNA-TIENDA.
           MOVE TB-TD-REGION(WS-SUB-TIENDA) TO EX-REGION.
           MOVE TB-TD-CODIGO(WS-SUB-TIENDA) TO EX-TIENDA.
           MOVE TB-TD-NOMBRE(WS-SUB-TIENDA) TO EX-NOMBRE.
           MOVE TB-TD-ACTUAL(WS-SUB-TIENDA) TO EX-MONTO-CON-SIGNO.
           PERFORM 8000-FORMATEAR-MONTO.
           MOVE EX-SIGNO TO EX-VEN-SIGNO.
           MOVE EX-MONTO-ENT TO EX-VEN-ENT.
           MOVE EX-MONTO-DEC TO EX-VEN-DEC.
           MOVE TB-TD-ANTERIOR(WS-SUB-TIENDA) TO EX-MONTO-CON-SIGNO.
           PERFORM 8000-FORMATEAR-MONTO.
           MOVE EX-SIGNO TO EX-ANT-SIGNO.
           MOVE EX-MONTO-ENT TO EX-ANT-ENT.
           MOVE EX-MONTO-DEC TO EX-ANT-DEC.
           MOVE WS-PARTICIPACION TO EX-PORC-CON-SIGNO.
           PERFORM 8100-FORMATEAR-PORCENTAJE.
           MOVE EX-SIGNO TO EX-PAR-SIGNO.
           MOVE EX-PORC-ENT TO EX-PAR-ENT.
           MOVE EX-PORC-DEC TO EX-PAR-DEC.
           IF WS-ES-COMPARABLE = "S"
               MOVE WS-VARIACION TO EX-PORC-CON-SIGNO
               MOVE "S" TO EX-COMPARABLE
           ELSE
               MOVE ZEROES TO EX-PORC-CON-SIGNO
               MOVE "N" TO EX-COMPARABLE
           END-IF.
           PERFORM 8100-FORMATEAR-PORCENTAJE.
           MOVE EX-SIGNO TO EX-VAR-SIGNO.
           MOVE EX-PORC-ENT TO EX-VAR-ENT.
           MOVE EX-PORC-DEC TO EX-VAR-DEC.
           WRITE EXPORTACION-LINEA FROM EXPORT-DETALLE.

           7100-BUSCAR-TIENDA.
           MOVE "N" TO WS-TIENDA-HALLADA.
           MOVE ZEROES TO WS-SUB-ENCONTRADA.
           PERFORM 7110-COMPARAR-TIENDA
               VARYING WS-SUB-TIENDA FROM 1 BY 1
               UNTIL WS-SUB-TIENDA > CN-TIENDAS
               OR WS-TIENDA-HALLADA = "S".
           IF WS-TIENDA-HALLADA = "S"
               MOVE WS-SUB-ENCONTRADA TO WS-SUB-TIENDA
           END-IF.

           7110-COMPARAR-TIENDA.
           IF TB-TD-CODIGO(WS-SUB-TIENDA) = WS-TIENDA-BUSCADA
               MOVE "S" TO WS-TIENDA-HALLADA
               MOVE WS-SUB-TIENDA TO WS-SUB-ENCONTRADA
           END-IF.

           7200-LIMPIAR-TIENDA.
           MOVE ZEROES TO TB-TD-ACTUAL(WS-SUB-TIENDA).
           MOVE ZEROES TO TB-TD-ANTERIOR(WS-SUB-TIENDA).
           MOVE ZEROES TO TB-TD-REGS-ACT(WS-SUB-TIENDA).
           MOVE ZEROES TO TB-TD-REGS-ANT(WS-SUB-TIENDA).

           7300-VER-COMPARABLE.
           MOVE "N" TO WS-ES-COMPARABLE.
           IF TB-TD-CODIGO(WS-SUB-TIENDA) NOT = SPACES
               AND TB-TD-REGS-ACT(WS-SUB-TIENDA) > 0
               AND TB-TD-REGS-ANT(WS-SUB-TIENDA) > 0
               MOVE "S" TO WS-ES-COMPARABLE
           END-IF.

           7400-CALCULAR-VARIACION.
           MOVE "N" TO WS-HAY-VARIACION.
           MOVE ZEROES TO WS-VARIACION.
           IF WS-VAR-ANTERIOR > 0
               MOVE "S" TO WS-HAY-VARIACION
               COMPUTE WS-VARIACION ROUNDED =
                   (WS-VAR-ACTUAL - WS-VAR-ANTERIOR) * 100
                   / WS-VAR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-VARIACION
               END-COMPUTE
           END-IF.

           8000-FORMATEAR-MONTO.
           IF EX-MONTO-CON-SIGNO < 0
               MOVE "-" TO EX-SIGNO
           ELSE
               MOVE "0" TO EX-SIGNO
           END-IF.
           MOVE EX-MONTO-CON-SIGNO TO EX-MONTO.

           8100-FORMATEAR-PORCENTAJE.
           IF EX-PORC-CON-SIGNO < 0
               MOVE "-" TO EX-SIGNO
           ELSE
               MOVE "0" TO EX-SIGNO
           END-IF.
           MOVE EX-PORC-CON-SIGNO TO EX-PORCENTAJE.

       END PROGRAM REPORTE-TIENDAS.
