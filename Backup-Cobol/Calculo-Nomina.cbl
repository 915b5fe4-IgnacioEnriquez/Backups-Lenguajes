      *          niega, como hace fecha-negocio.ctl con el cierre.
      *          Al terminar dispara REPORTE-VARIACION-NOMINA para
      *          marcar los brutos que se movieron de mas contra el
      *          periodo anterior. Las comisiones de venta del periodo
      *          (comisiones-devengadas.dat, de LIQUIDAR-COMISIONES)
      *          se suman al bruto del legajo como haber, antes de
      *          aplicar los conceptos, salen en una linea propia del
      *          recibo y quedan en NH-COMISION de la historia.
      *          La historia se graba con NH-TIPO-LIQ en blanco
      *          (liquidacion mensual) para no chocar con el aguinaldo.
      *          Las horas trabajadas en feriado (HT-FERIADO S en
      *          horas-diarias-aplicadas.dat, fechas del periodo) se
      *          separan de las normales y de las extra y se pagan con
      *          su propio factor, 1 + RECARGO-FERIADO / 100 de
      *          parametros.dat (100 por omision), en una linea propia
      *          del recibo y en NM-HORAS-FERIADO / NM-IMPORTE-FERIADO.
      *          Los ajustes retroactivos pendientes de periodos
      *          anteriores (nomina-ajustes.dat, de
      *          CALCULO-RETROACTIVO) se suman con su signo al bruto
      *          antes de los conceptos, cada uno en una linea del
      *          recibo que nombra su periodo de origen, y quedan
      *          separados en NM-RETRO y NH-RETRO; al terminar se
      *          marcan liquidados con el periodo que los pago. Un
      *          recupero que dejaria el bruto negativo queda
      *          pendiente para el periodo siguiente. Despues de los
      *          conceptos descuenta del neto la cuota de cada
      *          prestamo o adelanto activo del legajo (prestamos.dat,
      *          de MANTENIMIENTO-PRESTAMOS), sin bajar el neto del
      *          parametro NETO-MINIMO (lo que no alcanza queda en el
      *          saldo); la ultima cuota toma todo el saldo, y si el
      *          legajo esta de baja se intenta cobrar el saldo entero.
      *          Cada cuota sale en una linea del recibo y queda en
      *          NM-PRESTAMOS / NH-PRESTAMOS; al terminar se baja el
      *          saldo de cada prestamo, los saldados pasan a C y los
      *          de legajos de baja que quedan con saldo pasan a I, y
      *          se dispara REPORTE-PRESTAMOS con los saldos abiertos.
      *          La historia guarda tambien el importe de los cinco
      *          primeros conceptos (NH-CONCEPTO), para el
      *          certificado anual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS CD-CODIGO
           FILE STATUS IS WS-CONCEPTOS-STATUS.

           SELECT OPTIONAL DEVENGADAS-ARCHIVO
           ASSIGN TO WS-DEVENGADAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APLICADAS-ARCHIVO
           ASSIGN TO "horas-diarias-aplicadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AJUSTES-ARCHIVO
           ASSIGN TO WS-AJUSTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJ-CLAVE
           FILE STATUS IS WS-AJUSTES-STATUS.

           SELECT OPTIONAL PRESTAMOS-ARCHIVO
           ASSIGN TO WS-PRESTAMOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PS-CLAVE
           FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO WS-PARAMETROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT REGISTRO-NOMINA
           ASSIGN TO "nomina-registro.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD CONCEPTOS-ARCHIVO.
           COPY CONCEPTO.CPY.

       FD DEVENGADAS-ARCHIVO.
           COPY COMISDEV.CPY.

       FD APLICADAS-ARCHIVO.
           COPY HORATRAN.CPY.

       FD AJUSTES-ARCHIVO.
           COPY AJUSTRET.CPY.

       FD PRESTAMOS-ARCHIVO.
           COPY PRESTAMO.CPY.

       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       FD REGISTRO-NOMINA.
       01 NOMINA-REGISTRO.
           05 NM-ID-TRAB     PIC 9(05).
           05 NM-HORAS       PIC 9(03).
           05 NM-EXTRA       PIC 9(03).
           05 NM-TARIFA      PIC 9(04)V99.
           05 NM-COMISION    PIC 9(07)V99.
           05 NM-BRUTO       PIC 9(07)V99.
           05 NM-DEDUCCION OCCURS 5 TIMES.
               10 NM-DED-CODIGO  PIC X(03).
               10 NM-DED-IMPORTE PIC 9(07)V99.
           05 NM-TOTAL-DESCUENTOS PIC 9(08)V99.
           05 NM-NETO             PIC 9(08)V99.
           05 NM-HORAS-FERIADO    PIC 9(03).
           05 NM-IMPORTE-FERIADO  PIC 9(07)V99.
           05 NM-RETRO            PIC S9(07)V99.
           05 NM-PRESTAMOS        PIC 9(07)V99.

       FD RESUMEN-NOMINA.
       01 RESUMEN-LINEA      PIC X(80).
       01  WS-CONCEPTOS-STATUS PIC X(02) VALUE "00".
           88 CONCEPTOS-ABIERTO-OK VALUES "00" "05".

       01  WS-DEVENGADAS-PATH  PIC X(60) VALUE
           "comisiones-devengadas.dat".

       01  WS-HORAS-BASE-MES   PIC 9(03) VALUE 160.
       01  WS-FACTOR-EXTRA     PIC 9(01)V99 VALUE 1.50.
       01  WS-FACTOR-FERIADO   PIC 9(01)V99 VALUE 2.00.
       01  WS-NETO-MINIMO      PIC 9(07)V99 VALUE 1.

       01  WS-PARAMETROS-PATH  PIC X(60) VALUE "parametros.dat".
       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-PARAMETROS   PIC X VALUE "1".

       01  WS-AJUSTES-PATH     PIC X(60) VALUE "nomina-ajustes.dat".
       01  WS-AJUSTES-STATUS   PIC X(02) VALUE "00".
           88 AJUSTES-PRESENTE VALUE "00".

       01  WS-PRESTAMOS-PATH   PIC X(60) VALUE "prestamos.dat".
       01  WS-PRESTAMOS-STATUS PIC X(02) VALUE "00".
           88 PRESTAMOS-PRESENTE VALUE "00".

       01  WS-FIN-TRABAJADORES PIC X VALUE "1".
       01  WS-FIN-XREF         PIC X VALUE "1".
       01  WS-TARIFA-HORA      PIC 9(04)V99 VALUE ZEROES.
       01  WS-IMPORTE-NORMAL   PIC 9(07)V99 VALUE ZEROES.
       01  WS-IMPORTE-EXTRA    PIC 9(07)V99 VALUE ZEROES.
       01  WS-IMPORTE-FERIADO  PIC 9(07)V99 VALUE ZEROES.
       01  WS-FERIADO-NORMAL   PIC 9(03) VALUE ZEROES.
       01  WS-FERIADO-EXTRA    PIC 9(03) VALUE ZEROES.
       01  WS-BRUTO            PIC 9(07)V99 VALUE ZEROES.
       01  WS-COMISION-LEGAJO  PIC 9(07)V99 VALUE ZEROES.

       01  WS-CONTADOR-LIQUIDADOS PIC 9(04) VALUE ZEROES.
       01  WS-CONTADOR-SIN-XREF   PIC 9(04) VALUE ZEROES.
               10 TB-CD-SIGNO  PIC X(01).
               10 TB-CD-VALOR  PIC 9(05)V99.

       01 TABLA-COMISIONES.
           05 CN-COMISIONES PIC 9(04) VALUE ZEROES.
           05 COMISION-ENTRADA OCCURS 500 TIMES.
               10 TB-CM-LEGAJO  PIC X(11).
               10 TB-CM-IMPORTE PIC 9(07)V99.

       01  WS-SUB-COMISION      PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-COMIS  PIC X VALUE "N".
       01  WS-FIN-DEVENGADAS    PIC X VALUE "1".
       01  CN-OTRO-PERIODO      PIC 9(04) VALUE ZEROES.

       01 TABLA-HORAS-FERIADO.
           05 CN-HORAS-FERIADO PIC 9(04) VALUE ZEROES.
           05 HORAS-FERIADO-ENTRADA OCCURS 500 TIMES.
               10 TB-FL-LEGAJO  PIC X(11).
               10 TB-FL-HORAS   PIC 9(05).
               10 TB-FL-EXTRA   PIC 9(05).

       01  WS-SUB-FERIADO       PIC 9(04) VALUE ZEROES.
       01  WS-ENCONTRADO-FERIADO PIC X VALUE "N".
       01  WS-FIN-APLICADAS     PIC X VALUE "1".
       01  WS-FECHA-HORA        PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-HORA REDEFINES WS-FECHA-HORA.
           05 WS-PERIODO-HORA   PIC 9(06).
           05 FILLER            PIC 9(02).

       01 TABLA-AJUSTES.
           05 CN-AJUSTES PIC 9(04) VALUE ZEROES.
           05 AJUSTE-ENTRADA OCCURS 500 TIMES.
               10 TB-AJ-PERIODO    PIC 9(06).
               10 TB-AJ-LEGAJO     PIC X(11).
               10 TB-AJ-SECUENCIA  PIC 9(02).
               10 TB-AJ-DIFERENCIA PIC S9(07)V99.
               10 TB-AJ-APLICADO   PIC X(01).

       01  WS-SUB-AJUSTE        PIC 9(04) VALUE ZEROES.
       01  WS-FIN-AJUSTES       PIC X VALUE "1".
       01  WS-HUBO-APLICADOS    PIC X VALUE "N".
       01  WS-RETRO-LEGAJO      PIC S9(07)V99 VALUE ZEROES.
       01  WS-BRUTO-CON-AJUSTE  PIC S9(08)V99 VALUE ZEROES.
       01  CN-AJUSTES-LIQUIDADOS PIC 9(04) VALUE ZEROES.

       01 TABLA-PRESTAMOS.
           05 CN-PRESTAMOS PIC 9(04) VALUE ZEROES.
           05 PRESTAMO-ENTRADA OCCURS 500 TIMES.
               10 TB-PT-LEGAJO     PIC X(11).
               10 TB-PT-NUMERO     PIC 9(02).
               10 TB-PT-CUOTAS     PIC 9(03).
               10 TB-PT-PAGADAS    PIC 9(03).
               10 TB-PT-CUOTA      PIC 9(07)V99.
               10 TB-PT-SALDO      PIC 9(07)V99.
               10 TB-PT-COBRADO    PIC 9(07)V99.
               10 TB-PT-PROCESADO  PIC X(01).
               10 TB-PT-BAJA       PIC X(01).

       01  WS-SUB-PRESTAMO      PIC 9(04) VALUE ZEROES.
       01  WS-FIN-PRESTAMOS     PIC X VALUE "1".
       01  WS-HUBO-PRESTAMOS    PIC X VALUE "N".
       01  WS-CUOTA-PRESTAMO    PIC 9(07)V99 VALUE ZEROES.
       01  WS-DISPONIBLE-PRESTAMO PIC S9(09)V99 VALUE ZEROES.
       01  WS-PRESTAMOS-LEGAJO  PIC 9(07)V99 VALUE ZEROES.
       01  CN-PRESTAMOS-COBRADOS   PIC 9(04) VALUE ZEROES.
       01  CN-PRESTAMOS-CANCELADOS PIC 9(04) VALUE ZEROES.
       01  CN-PRESTAMOS-IMPAGOS    PIC 9(04) VALUE ZEROES.

       01  WS-SUB-CONCEPTO      PIC 9(02) VALUE ZEROES.
       01  WS-SUB-DEDUCCION     PIC 9(02) VALUE ZEROES.
       01  WS-FIN-CONCEPTOS     PIC X VALUE "1".
           05 FILLER PIC X(11) VALUE "  TARIFA : ".
           05 RB-TARIFA PIC ZZZ9.99.

       01 LINEA-RECIBO-COMISION.
           05 FILLER PIC X(16) VALUE "COMISIONES   :  ".
           05 RB-COMISION PIC ZZZZZZ9.99.

       01 LINEA-RECIBO-FERIADO.
           05 FILLER PIC X(16) VALUE "FERIADO HORAS:  ".
           05 RB-HORAS-FERIADO PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  IMPORTE :  ".
           05 RB-IMPORTE-FERIADO PIC ZZZZZZ9.99.

       01 LINEA-RECIBO-AJUSTE.
           05 FILLER PIC X(28) VALUE "AJUSTE RETROACTIVO PERIODO ".
           05 RB-AJ-PERIODO PIC 9(06).
           05 FILLER PIC X(03) VALUE " : ".
           05 RB-AJ-IMPORTE PIC -------9.99.

       01 LINEA-RECIBO-BRUTO.
           05 FILLER PIC X(16) VALUE "BRUTO        :  ".
           05 RB-BRUTO PIC ZZZZZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RB-CON-IMPORTE PIC ZZZZZZ9.99.

       01 LINEA-RECIBO-PRESTAMO.
           05 FILLER PIC X(11) VALUE "  PRESTAMO ".
           05 RB-PT-NUMERO   PIC 9(02).
           05 FILLER PIC X(07) VALUE " CUOTA ".
           05 RB-PT-CUOTA    PIC ZZ9.
           05 FILLER PIC X(01) VALUE "/".
           05 RB-PT-CUOTAS   PIC ZZ9.
           05 FILLER PIC X(09) VALUE SPACES.
           05 FILLER PIC X(02) VALUE "- ".
           05 RB-PT-IMPORTE  PIC ZZZZZZ9.99.
           05 FILLER PIC X(10) VALUE "  SALDO : ".
           05 RB-PT-SALDO    PIC ZZZZZZ9.99.

       01 LINEA-RECIBO-NETO.
           05 FILLER PIC X(16) VALUE "NETO A PAGAR :  ".
           05 RB-NETO PIC ZZZZZZZ9.99.
           IF WS-PERIODO-BLOQUEADO = "N"
               PERFORM 2000-CARGAR-XREF
               PERFORM 2500-CARGAR-CONCEPTOS
               PERFORM 2700-CARGAR-COMISIONES
               PERFORM 1600-LEER-PARAMETROS
               PERFORM 2800-CARGAR-HORAS-FERIADO
               PERFORM 2900-CARGAR-AJUSTES
               PERFORM 2950-CARGAR-PRESTAMOS
               PERFORM 3000-LIQUIDAR-TRABAJADORES
               PERFORM 3900-MARCAR-AJUSTES
               PERFORM 3950-ACTUALIZAR-PRESTAMOS
               PERFORM 4000-ESCRIBIR-RESUMEN
               MOVE WS-PERIODO-NOMINA TO WS-PERIODO-ENTORNO
               SET ENVIRONMENT "VARIACION-PERIODO"
                   TO WS-PERIODO-ENTORNO
               CALL "REPORTE-VARIACION-NOMINA"
               CALL "REPORTE-PRESTAMOS"
           END-IF.
           PERFORM 0100-INFORMAR-ESTADO.
           GOBACK.
           IF HISTORIA-ABIERTO-OK
               MOVE WS-PERIODO-NOMINA TO NH-PERIODO
               MOVE LOW-VALUES TO NH-LEGAJO
               MOVE LOW-VALUES TO NH-TIPO-LIQ
               START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                   INVALID KEY
                       CONTINUE
                   CONTINUE
               NOT AT END
                   IF NH-PERIODO = WS-PERIODO-NOMINA
                       AND NH-LIQ-MENSUAL
                       MOVE "S" TO WS-PERIODO-BLOQUEADO
                   END-IF
           END-READ.

           1600-LEER-PARAMETROS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PARAMETROS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PARAMETROS-PATH
           END-IF.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ABIERTO-OK
               PERFORM 1610-LEER-PARAMETRO
               PERFORM 1620-APLICAR-PARAMETRO
                   UNTIL WS-FIN-PARAMETROS = "0"
           END-IF.
           CLOSE PARAMETROS-ARCHIVO.

           1610-LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PARAMETROS
           END-READ.

           1620-APLICAR-PARAMETRO.
           IF PR-VALOR IS NUMERIC AND PR-VALOR > 0
               EVALUATE PR-CLAVE
                   WHEN "RECARGO-FERIADO"
                       IF PR-VALOR NOT > 300
                           COMPUTE WS-FACTOR-FERIADO =
                               1 + PR-VALOR / 100
                       END-IF
                   WHEN "NETO-MINIMO"
                       MOVE PR-VALOR TO WS-NETO-MINIMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 1610-LEER-PARAMETRO.

           2000-CARGAR-XREF.
           OPEN INPUT XREF-ARCHIVO.
           PERFORM 2100-LEER-XREF.
           MOVE CD-VALOR TO TB-CD-VALOR(CN-CONCEPTOS).
           PERFORM 2510-LEER-CONCEPTO.

           2700-CARGAR-COMISIONES.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "COMISIONES-DEVENGADAS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-DEVENGADAS-PATH
           END-IF.
           OPEN INPUT DEVENGADAS-ARCHIVO.
           PERFORM 2710-LEER-DEVENGADA.
           PERFORM 2720-ALMACENAR-DEVENGADA
               UNTIL WS-FIN-DEVENGADAS = "0" OR CN-COMISIONES = 500.
           CLOSE DEVENGADAS-ARCHIVO.
           IF CN-COMISIONES = 0 AND CN-OTRO-PERIODO > 0
               DISPLAY "*** ADVERTENCIA: LAS COMISIONES DEVENGADAS "
                   "NO SON DEL PERIODO " WS-PERIODO-NOMINA
                   " - NO SE LIQUIDAN COMISIONES ***"
           END-IF.

           2710-LEER-DEVENGADA.
           READ DEVENGADAS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-DEVENGADAS
           END-READ.

           2720-ALMACENAR-DEVENGADA.
           IF CV-PERIODO = WS-PERIODO-NOMINA
               ADD 1 TO CN-COMISIONES
               MOVE CV-LEGAJO TO TB-CM-LEGAJO(CN-COMISIONES)
               MOVE CV-IMPORTE TO TB-CM-IMPORTE(CN-COMISIONES)
           ELSE
               ADD 1 TO CN-OTRO-PERIODO
           END-IF.
           PERFORM 2710-LEER-DEVENGADA.

           2800-CARGAR-HORAS-FERIADO.
           OPEN INPUT APLICADAS-ARCHIVO.
           PERFORM 2810-LEER-APLICADA.
           PERFORM 2820-ACUMULAR-FERIADO
               UNTIL WS-FIN-APLICADAS = "0".
           CLOSE APLICADAS-ARCHIVO.

           2810-LEER-APLICADA.
           READ APLICADAS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-APLICADAS
           END-READ.

           2820-ACUMULAR-FERIADO.
           MOVE HT-FECHA TO WS-FECHA-HORA.
           IF HT-EN-FERIADO AND WS-PERIODO-HORA = WS-PERIODO-NOMINA
               MOVE HT-LEGAJO TO WS-LEGAJO-CRUZADO
               PERFORM 2830-BUSCAR-LEGAJO-FERIADO
               IF WS-ENCONTRADO-FERIADO = "N"
                   IF CN-HORAS-FERIADO < 500
                       ADD 1 TO CN-HORAS-FERIADO
                       MOVE CN-HORAS-FERIADO TO WS-SUB-FERIADO
                       MOVE HT-LEGAJO TO TB-FL-LEGAJO(WS-SUB-FERIADO)
                       MOVE ZEROES TO TB-FL-HORAS(WS-SUB-FERIADO)
                       MOVE ZEROES TO TB-FL-EXTRA(WS-SUB-FERIADO)
                       MOVE "S" TO WS-ENCONTRADO-FERIADO
                   ELSE
                       DISPLAY "*** MAS DE 500 LEGAJOS CON HORAS DE "
                           "FERIADO - " HT-LEGAJO " SIN RECARGO ***"
                   END-IF
               END-IF
               IF WS-ENCONTRADO-FERIADO = "S"
                   ADD HT-HORAS TO TB-FL-HORAS(WS-SUB-FERIADO)
                   ADD HT-EXTRA TO TB-FL-EXTRA(WS-SUB-FERIADO)
               END-IF
           END-IF.
           PERFORM 2810-LEER-APLICADA.

           2830-BUSCAR-LEGAJO-FERIADO.
           MOVE "N" TO WS-ENCONTRADO-FERIADO.
           PERFORM 2840-COMPARAR-LEGAJO-FERIADO
               VARYING WS-SUB-FERIADO FROM 1 BY 1
               UNTIL WS-SUB-FERIADO > CN-HORAS-FERIADO
               OR WS-ENCONTRADO-FERIADO = "S".
           IF WS-ENCONTRADO-FERIADO = "S"
               SUBTRACT 1 FROM WS-SUB-FERIADO
           END-IF.

           2840-COMPARAR-LEGAJO-FERIADO.
           IF TB-FL-LEGAJO(WS-SUB-FERIADO) = WS-LEGAJO-CRUZADO
               MOVE "S" TO WS-ENCONTRADO-FERIADO
           END-IF.

           2900-CARGAR-AJUSTES.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "NOMINA-AJUSTES-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-AJUSTES-PATH
           END-IF.
           MOVE "1" TO WS-FIN-AJUSTES.
           OPEN INPUT AJUSTES-ARCHIVO.
           IF AJUSTES-PRESENTE
               PERFORM 2910-LEER-AJUSTE
               PERFORM 2920-ALMACENAR-AJUSTE
                   UNTIL WS-FIN-AJUSTES = "0"
           END-IF.
           CLOSE AJUSTES-ARCHIVO.

           2910-LEER-AJUSTE.
           READ AJUSTES-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-AJUSTES
           END-READ.

           2920-ALMACENAR-AJUSTE.
           IF AJ-PENDIENTE AND AJ-PERIODO-ORIGEN < WS-PERIODO-NOMINA
               IF CN-AJUSTES < 500
                   ADD 1 TO CN-AJUSTES
                   MOVE AJ-PERIODO-ORIGEN TO TB-AJ-PERIODO(CN-AJUSTES)
                   MOVE AJ-LEGAJO TO TB-AJ-LEGAJO(CN-AJUSTES)
                   MOVE AJ-SECUENCIA TO TB-AJ-SECUENCIA(CN-AJUSTES)
                   MOVE AJ-DIFERENCIA TO TB-AJ-DIFERENCIA(CN-AJUSTES)
                   MOVE "N" TO TB-AJ-APLICADO(CN-AJUSTES)
               ELSE
                   DISPLAY "*** MAS DE 500 AJUSTES RETROACTIVOS "
                       "PENDIENTES - " AJ-LEGAJO " DEL PERIODO "
                       AJ-PERIODO-ORIGEN " QUEDA PARA EL PROXIMO ***"
               END-IF
           END-IF.
           PERFORM 2910-LEER-AJUSTE.

           2950-CARGAR-PRESTAMOS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PRESTAMOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRESTAMOS-PATH
           END-IF.
           MOVE "1" TO WS-FIN-PRESTAMOS.
           OPEN INPUT PRESTAMOS-ARCHIVO.
           IF PRESTAMOS-PRESENTE
               PERFORM 2960-LEER-PRESTAMO
               PERFORM 2970-ALMACENAR-PRESTAMO
                   UNTIL WS-FIN-PRESTAMOS = "0"
           END-IF.
           CLOSE PRESTAMOS-ARCHIVO.

           2960-LEER-PRESTAMO.
           READ PRESTAMOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PRESTAMOS
           END-READ.

           2970-ALMACENAR-PRESTAMO.
           IF PS-ACTIVO AND PS-SALDO > 0
               AND PS-PERIODO-ULT-COBRO < WS-PERIODO-NOMINA
               IF CN-PRESTAMOS < 500
                   ADD 1 TO CN-PRESTAMOS
                   MOVE PS-LEGAJO TO TB-PT-LEGAJO(CN-PRESTAMOS)
                   MOVE PS-NUMERO TO TB-PT-NUMERO(CN-PRESTAMOS)
                   MOVE PS-CUOTAS TO TB-PT-CUOTAS(CN-PRESTAMOS)
                   MOVE PS-CUOTAS-PAGADAS TO TB-PT-PAGADAS(CN-PRESTAMOS)
                   MOVE PS-IMPORTE-CUOTA TO TB-PT-CUOTA(CN-PRESTAMOS)
                   MOVE PS-SALDO TO TB-PT-SALDO(CN-PRESTAMOS)
                   MOVE ZEROES TO TB-PT-COBRADO(CN-PRESTAMOS)
                   MOVE "N" TO TB-PT-PROCESADO(CN-PRESTAMOS)
                   MOVE "N" TO TB-PT-BAJA(CN-PRESTAMOS)
               ELSE
                   DISPLAY "*** MAS DE 500 PRESTAMOS ACTIVOS - LA "
                       "CUOTA DEL " PS-NUMERO " DEL LEGAJO " PS-LEGAJO
                       " QUEDA PARA EL PROXIMO PERIODO ***"
               END-IF
           END-IF.
           PERFORM 2960-LEER-PRESTAMO.

           3000-LIQUIDAR-TRABAJADORES.
           OPEN INPUT TRABAJADORES-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           3500-CALCULAR-BRUTO.
           DIVIDE TR-SALARIO BY WS-HORAS-BASE-MES
               GIVING WS-TARIFA-HORA ROUNDED.
           PERFORM 3800-SEPARAR-HORAS-FERIADO.
           COMPUTE WS-IMPORTE-NORMAL ROUNDED =
               (WS-EMPLEADOS-HORAS-TRABAJADAS - WS-FERIADO-NORMAL)
               * WS-TARIFA-HORA.
           COMPUTE WS-IMPORTE-EXTRA ROUNDED =
               (WS-EMPLEADOS-HORAS-EXTRA - WS-FERIADO-EXTRA)
               * WS-TARIFA-HORA * WS-FACTOR-EXTRA.
           COMPUTE WS-IMPORTE-FERIADO ROUNDED =
               (WS-FERIADO-NORMAL + WS-FERIADO-EXTRA)
               * WS-TARIFA-HORA * WS-FACTOR-FERIADO.
           ADD WS-IMPORTE-NORMAL WS-IMPORTE-EXTRA WS-IMPORTE-FERIADO
               GIVING WS-BRUTO.
           PERFORM 3505-BUSCAR-COMISION.
           ADD WS-COMISION-LEGAJO TO WS-BRUTO.
           PERFORM 3560-APLICAR-AJUSTES.
           MOVE TR-ID-TRAB TO NM-ID-TRAB.
           MOVE WS-EMPLEADOS-LEGAJO TO NM-LEGAJO.
           MOVE WS-EMPLEADOS-SECTOR TO NM-SECTOR.
           MOVE WS-EMPLEADOS-HORAS-TRABAJADAS TO NM-HORAS.
           MOVE WS-EMPLEADOS-HORAS-EXTRA TO NM-EXTRA.
           MOVE WS-TARIFA-HORA TO NM-TARIFA.
           MOVE WS-COMISION-LEGAJO TO NM-COMISION.
           MOVE WS-BRUTO TO NM-BRUTO.
           ADD WS-FERIADO-NORMAL WS-FERIADO-EXTRA
               GIVING NM-HORAS-FERIADO.
           MOVE WS-IMPORTE-FERIADO TO NM-IMPORTE-FERIADO.
           MOVE WS-RETRO-LEGAJO TO NM-RETRO.
           PERFORM 3520-APLICAR-CONCEPTOS.
           WRITE NOMINA-REGISTRO.
           ADD 1 TO WS-CONTADOR-LIQUIDADOS.
           PERFORM 3700-ESCRIBIR-RECIBO.
           PERFORM 3600-ACUMULAR-SECTOR.

           3505-BUSCAR-COMISION.
           MOVE ZEROES TO WS-COMISION-LEGAJO.
           MOVE "N" TO WS-ENCONTRADO-COMIS.
           PERFORM 3506-COMPARAR-COMISION
               VARYING WS-SUB-COMISION FROM 1 BY 1
               UNTIL WS-SUB-COMISION > CN-COMISIONES
               OR WS-ENCONTRADO-COMIS = "S".

           3506-COMPARAR-COMISION.
           IF TB-CM-LEGAJO(WS-SUB-COMISION) = WS-EMPLEADOS-LEGAJO
               MOVE TB-CM-IMPORTE(WS-SUB-COMISION)
                   TO WS-COMISION-LEGAJO
               MOVE "S" TO WS-ENCONTRADO-COMIS
           END-IF.

           3800-SEPARAR-HORAS-FERIADO.
           MOVE ZEROES TO WS-FERIADO-NORMAL.
           MOVE ZEROES TO WS-FERIADO-EXTRA.
           MOVE WS-EMPLEADOS-LEGAJO TO WS-LEGAJO-CRUZADO.
           PERFORM 2830-BUSCAR-LEGAJO-FERIADO.
           IF WS-ENCONTRADO-FERIADO = "S"
               IF TB-FL-HORAS(WS-SUB-FERIADO)
                   > WS-EMPLEADOS-HORAS-TRABAJADAS
                   MOVE WS-EMPLEADOS-HORAS-TRABAJADAS
                       TO WS-FERIADO-NORMAL
               ELSE
                   MOVE TB-FL-HORAS(WS-SUB-FERIADO)
                       TO WS-FERIADO-NORMAL
               END-IF
               IF TB-FL-EXTRA(WS-SUB-FERIADO)
                   > WS-EMPLEADOS-HORAS-EXTRA
                   MOVE WS-EMPLEADOS-HORAS-EXTRA TO WS-FERIADO-EXTRA
               ELSE
                   MOVE TB-FL-EXTRA(WS-SUB-FERIADO)
                       TO WS-FERIADO-EXTRA
               END-IF
           END-IF.

           3560-APLICAR-AJUSTES.
           MOVE ZEROES TO WS-RETRO-LEGAJO.
           MOVE WS-BRUTO TO WS-BRUTO-CON-AJUSTE.
           PERFORM 3570-APLICAR-UN-AJUSTE
               VARYING WS-SUB-AJUSTE FROM 1 BY 1
               UNTIL WS-SUB-AJUSTE > CN-AJUSTES.
           MOVE WS-BRUTO-CON-AJUSTE TO WS-BRUTO.

           3570-APLICAR-UN-AJUSTE.
           IF TB-AJ-LEGAJO(WS-SUB-AJUSTE) = WS-EMPLEADOS-LEGAJO
               IF WS-BRUTO-CON-AJUSTE + TB-AJ-DIFERENCIA(WS-SUB-AJUSTE)
                   < 0
                   DISPLAY "*** RECUPERO RETROACTIVO DEL PERIODO "
                       TB-AJ-PERIODO(WS-SUB-AJUSTE) " SUPERA EL BRUTO "
                       "DEL LEGAJO " WS-EMPLEADOS-LEGAJO
                       " - QUEDA PENDIENTE ***"
               ELSE
                   ADD TB-AJ-DIFERENCIA(WS-SUB-AJUSTE)
                       TO WS-BRUTO-CON-AJUSTE
                   ADD TB-AJ-DIFERENCIA(WS-SUB-AJUSTE)
                       TO WS-RETRO-LEGAJO
                   MOVE "S" TO TB-AJ-APLICADO(WS-SUB-AJUSTE)
                   MOVE "S" TO WS-HUBO-APLICADOS
               END-IF
           END-IF.

           3510-LIMPIAR-DEDUCCION.
           MOVE SPACES TO NM-DED-CODIGO(WS-SUB-DEDUCCION).
           MOVE SPACES TO NM-DED-SIGNO(WS-SUB-DEDUCCION).
                   "DEL LEGAJO " NM-LEGAJO " - NETO EN CERO ***"
               MOVE ZEROES TO WS-NETO-CALCULADO
           END-IF.
           PERFORM 3580-DESCONTAR-PRESTAMOS.
           MOVE AC-TOTAL-DESCUENTOS TO NM-TOTAL-DESCUENTOS.
           MOVE WS-NETO-CALCULADO TO NM-NETO.

           3580-DESCONTAR-PRESTAMOS.
           MOVE ZEROES TO WS-PRESTAMOS-LEGAJO.
           PERFORM 3590-DESCONTAR-UN-PRESTAMO
               VARYING WS-SUB-PRESTAMO FROM 1 BY 1
               UNTIL WS-SUB-PRESTAMO > CN-PRESTAMOS.
           MOVE WS-PRESTAMOS-LEGAJO TO NM-PRESTAMOS.

           3590-DESCONTAR-UN-PRESTAMO.
           IF TB-PT-LEGAJO(WS-SUB-PRESTAMO) = WS-EMPLEADOS-LEGAJO
               AND TB-PT-PROCESADO(WS-SUB-PRESTAMO) = "N"
               MOVE "S" TO TB-PT-PROCESADO(WS-SUB-PRESTAMO)
               MOVE "S" TO WS-HUBO-PRESTAMOS
               IF EMPLEADO-DE-BAJA
                   MOVE "S" TO TB-PT-BAJA(WS-SUB-PRESTAMO)
               END-IF
               PERFORM 3595-CALCULAR-CUOTA-PRESTAMO
               IF WS-CUOTA-PRESTAMO > 0
                   SUBTRACT WS-CUOTA-PRESTAMO FROM WS-NETO-CALCULADO
                   ADD WS-CUOTA-PRESTAMO TO AC-TOTAL-DESCUENTOS
                   ADD WS-CUOTA-PRESTAMO TO WS-PRESTAMOS-LEGAJO
                   MOVE WS-CUOTA-PRESTAMO
                       TO TB-PT-COBRADO(WS-SUB-PRESTAMO)
                   SUBTRACT WS-CUOTA-PRESTAMO
                       FROM TB-PT-SALDO(WS-SUB-PRESTAMO)
                   IF TB-PT-PAGADAS(WS-SUB-PRESTAMO)
                       < TB-PT-CUOTAS(WS-SUB-PRESTAMO)
                       ADD 1 TO TB-PT-PAGADAS(WS-SUB-PRESTAMO)
                   END-IF
                   ADD 1 TO CN-PRESTAMOS-COBRADOS
               END-IF
           END-IF.

           3595-CALCULAR-CUOTA-PRESTAMO.
           IF EMPLEADO-DE-BAJA
               OR TB-PT-PAGADAS(WS-SUB-PRESTAMO) + 1
                   NOT < TB-PT-CUOTAS(WS-SUB-PRESTAMO)
               OR TB-PT-CUOTA(WS-SUB-PRESTAMO)
                   > TB-PT-SALDO(WS-SUB-PRESTAMO)
               MOVE TB-PT-SALDO(WS-SUB-PRESTAMO) TO WS-CUOTA-PRESTAMO
           ELSE
               MOVE TB-PT-CUOTA(WS-SUB-PRESTAMO) TO WS-CUOTA-PRESTAMO
           END-IF.
           COMPUTE WS-DISPONIBLE-PRESTAMO =
               WS-NETO-CALCULADO - WS-NETO-MINIMO.
           IF WS-DISPONIBLE-PRESTAMO < 0
               MOVE ZEROES TO WS-DISPONIBLE-PRESTAMO
           END-IF.
           IF WS-CUOTA-PRESTAMO > WS-DISPONIBLE-PRESTAMO
               DISPLAY "*** NETO MINIMO: DEL PRESTAMO "
                   TB-PT-NUMERO(WS-SUB-PRESTAMO) " DEL LEGAJO "
                   WS-EMPLEADOS-LEGAJO " SE COBRA SOLO EN PARTE ***"
               MOVE WS-DISPONIBLE-PRESTAMO TO WS-CUOTA-PRESTAMO
           END-IF.

           3530-APLICAR-UN-CONCEPTO.
           PERFORM 3540-CALCULAR-IMPORTE-CONCEPTO.
           IF TB-CD-SIGNO(WS-SUB-CONCEPTO) = "S"
           MOVE NM-EXTRA TO RB-EXTRA.
           MOVE NM-TARIFA TO RB-TARIFA.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-HORAS.
           IF NM-COMISION > 0
               MOVE NM-COMISION TO RB-COMISION
               WRITE RECIBO-LINEA FROM LINEA-RECIBO-COMISION
           END-IF.
           IF NM-HORAS-FERIADO > 0
               MOVE NM-HORAS-FERIADO TO RB-HORAS-FERIADO
               MOVE NM-IMPORTE-FERIADO TO RB-IMPORTE-FERIADO
               WRITE RECIBO-LINEA FROM LINEA-RECIBO-FERIADO
           END-IF.
           IF NM-RETRO NOT = 0
               PERFORM 3720-ESCRIBIR-LINEA-AJUSTE
                   VARYING WS-SUB-AJUSTE FROM 1 BY 1
                   UNTIL WS-SUB-AJUSTE > CN-AJUSTES
           END-IF.
           MOVE NM-BRUTO TO RB-BRUTO.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-BRUTO.
           PERFORM 3710-ESCRIBIR-LINEA-CONCEPTO
               VARYING WS-SUB-CONCEPTO FROM 1 BY 1
               UNTIL WS-SUB-CONCEPTO > CN-CONCEPTOS.
           IF NM-PRESTAMOS > 0
               PERFORM 3730-ESCRIBIR-LINEA-PRESTAMO
                   VARYING WS-SUB-PRESTAMO FROM 1 BY 1
                   UNTIL WS-SUB-PRESTAMO > CN-PRESTAMOS
           END-IF.
           MOVE NM-NETO TO RB-NETO.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-NETO.

           IF HISTORIA-ABIERTO-OK
               MOVE WS-PERIODO-NOMINA TO NH-PERIODO
               MOVE NM-LEGAJO TO NH-LEGAJO
               MOVE SPACE TO NH-TIPO-LIQ
               MOVE NM-ID-TRAB TO NH-ID-TRAB
               MOVE NM-SECTOR TO NH-SECTOR
               MOVE NM-HORAS TO NH-HORAS
               MOVE NM-EXTRA TO NH-EXTRA
               MOVE NM-BRUTO TO NH-BRUTO
               MOVE NM-COMISION TO NH-COMISION
               MOVE NM-RETRO TO NH-RETRO
               MOVE NM-PRESTAMOS TO NH-PRESTAMOS
               MOVE NM-TOTAL-DESCUENTOS TO NH-DESCUENTOS
               MOVE NM-NETO TO NH-NETO
               MOVE WS-FECHA-SISTEMA TO NH-FECHA-LIQ
               PERFORM 3760-COPIAR-DEDUCCION
                   VARYING WS-SUB-DEDUCCION FROM 1 BY 1
                   UNTIL WS-SUB-DEDUCCION > 5
               WRITE NOMINA-HISTORIA-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR LA HISTORIA DE "
               END-WRITE
           END-IF.

           3760-COPIAR-DEDUCCION.
           MOVE NM-DEDUCCION(WS-SUB-DEDUCCION)
               TO NH-CONCEPTO(WS-SUB-DEDUCCION).

           3710-ESCRIBIR-LINEA-CONCEPTO.
           PERFORM 3540-CALCULAR-IMPORTE-CONCEPTO.
           MOVE TB-CD-CODIGO(WS-SUB-CONCEPTO) TO RB-CON-CODIGO.
           MOVE WS-IMPORTE-CONCEPTO TO RB-CON-IMPORTE.
           WRITE RECIBO-LINEA FROM LINEA-RECIBO-CONCEPTO.

           3720-ESCRIBIR-LINEA-AJUSTE.
           IF TB-AJ-LEGAJO(WS-SUB-AJUSTE) = NM-LEGAJO
               AND TB-AJ-APLICADO(WS-SUB-AJUSTE) = "S"
               MOVE TB-AJ-PERIODO(WS-SUB-AJUSTE) TO RB-AJ-PERIODO
               MOVE TB-AJ-DIFERENCIA(WS-SUB-AJUSTE) TO RB-AJ-IMPORTE
               WRITE RECIBO-LINEA FROM LINEA-RECIBO-AJUSTE
           END-IF.

           3730-ESCRIBIR-LINEA-PRESTAMO.
           IF TB-PT-LEGAJO(WS-SUB-PRESTAMO) = NM-LEGAJO
               AND TB-PT-COBRADO(WS-SUB-PRESTAMO) > 0
               MOVE TB-PT-NUMERO(WS-SUB-PRESTAMO) TO RB-PT-NUMERO
               MOVE TB-PT-PAGADAS(WS-SUB-PRESTAMO) TO RB-PT-CUOTA
               MOVE TB-PT-CUOTAS(WS-SUB-PRESTAMO) TO RB-PT-CUOTAS
               MOVE TB-PT-COBRADO(WS-SUB-PRESTAMO) TO RB-PT-IMPORTE
               MOVE TB-PT-SALDO(WS-SUB-PRESTAMO) TO RB-PT-SALDO
               WRITE RECIBO-LINEA FROM LINEA-RECIBO-PRESTAMO
           END-IF.

           3900-MARCAR-AJUSTES.
           IF WS-HUBO-APLICADOS = "S" AND WS-HUBO-ERROR-ARCHIVO = "N"
               OPEN I-O AJUSTES-ARCHIVO
               IF AJUSTES-PRESENTE
                   PERFORM 3910-MARCAR-UN-AJUSTE
                       VARYING WS-SUB-AJUSTE FROM 1 BY 1
                       UNTIL WS-SUB-AJUSTE > CN-AJUSTES
               ELSE
                   DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-AJUSTES "
                       "- STATUS " WS-AJUSTES-STATUS " - LOS AJUSTES "
                       "LIQUIDADOS SIGUEN PENDIENTES ***"
               END-IF
               CLOSE AJUSTES-ARCHIVO
               DISPLAY "AJUSTES RETROACTIVOS LIQUIDADOS: "
                   CN-AJUSTES-LIQUIDADOS
           END-IF.

           3910-MARCAR-UN-AJUSTE.
           IF TB-AJ-APLICADO(WS-SUB-AJUSTE) = "S"
               MOVE TB-AJ-PERIODO(WS-SUB-AJUSTE) TO AJ-PERIODO-ORIGEN
               MOVE TB-AJ-LEGAJO(WS-SUB-AJUSTE) TO AJ-LEGAJO
               MOVE TB-AJ-SECUENCIA(WS-SUB-AJUSTE) TO AJ-SECUENCIA
               READ AJUSTES-ARCHIVO
                   KEY IS AJ-CLAVE
                   INVALID KEY
                       DISPLAY "*** AJUSTE NO HALLADO AL MARCAR: "
                           AJ-LEGAJO " " AJ-PERIODO-ORIGEN " ***"
                   NOT INVALID KEY
                       MOVE "L" TO AJ-ESTADO
                       MOVE WS-PERIODO-NOMINA TO AJ-PERIODO-LIQ
                       REWRITE AJUSTE-RETRO-REGISTRO
                           INVALID KEY
                               DISPLAY "*** ERROR AL MARCAR EL AJUSTE "
                                   "- STATUS " WS-AJUSTES-STATUS " ***"
                           NOT INVALID KEY
                               ADD 1 TO CN-AJUSTES-LIQUIDADOS
                       END-REWRITE
               END-READ
           END-IF.

           3950-ACTUALIZAR-PRESTAMOS.
           IF CN-PRESTAMOS > 0 AND WS-HUBO-ERROR-ARCHIVO = "N"
               OPEN I-O PRESTAMOS-ARCHIVO
               OPEN INPUT EMPLEADOS-ARCHIVO
               IF PRESTAMOS-PRESENTE
                   PERFORM 3960-ACTUALIZAR-UN-PRESTAMO
                       VARYING WS-SUB-PRESTAMO FROM 1 BY 1
                       UNTIL WS-SUB-PRESTAMO > CN-PRESTAMOS
               ELSE
                   DISPLAY "*** ERROR: NO SE PUDO ABRIR PRESTAMOS.DAT "
                       "- STATUS " WS-PRESTAMOS-STATUS " - LOS SALDOS "
                       "NO SE ACTUALIZARON ***"
               END-IF
               CLOSE PRESTAMOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               DISPLAY "CUOTAS DE PRESTAMOS COBRADAS: "
                   CN-PRESTAMOS-COBRADOS " CANCELADOS: "
                   CN-PRESTAMOS-CANCELADOS " IMPAGOS POR BAJA: "
                   CN-PRESTAMOS-IMPAGOS
           END-IF.

           3960-ACTUALIZAR-UN-PRESTAMO.
           IF TB-PT-PROCESADO(WS-SUB-PRESTAMO) = "N"
               PERFORM 3970-REVISAR-BAJA-SIN-NOMINA
           END-IF.
           IF TB-PT-PROCESADO(WS-SUB-PRESTAMO) = "S"
               MOVE TB-PT-LEGAJO(WS-SUB-PRESTAMO) TO PS-LEGAJO
               MOVE TB-PT-NUMERO(WS-SUB-PRESTAMO) TO PS-NUMERO
               READ PRESTAMOS-ARCHIVO
                   KEY IS PS-CLAVE
                   INVALID KEY
                       DISPLAY "*** PRESTAMO NO HALLADO AL ACTUALIZAR: "
                           PS-LEGAJO " " PS-NUMERO " ***"
                   NOT INVALID KEY
                       PERFORM 3980-REGRABAR-PRESTAMO
               END-READ
           END-IF.

           3970-REVISAR-BAJA-SIN-NOMINA.
           MOVE TB-PT-LEGAJO(WS-SUB-PRESTAMO) TO WS-EMPLEADOS-LEGAJO.
           READ EMPLEADOS-ARCHIVO
               KEY IS WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADO-DE-BAJA
                       MOVE "S" TO TB-PT-BAJA(WS-SUB-PRESTAMO)
                       MOVE "S" TO TB-PT-PROCESADO(WS-SUB-PRESTAMO)
                   END-IF
           END-READ.

           3980-REGRABAR-PRESTAMO.
           MOVE TB-PT-SALDO(WS-SUB-PRESTAMO) TO PS-SALDO.
           MOVE TB-PT-PAGADAS(WS-SUB-PRESTAMO) TO PS-CUOTAS-PAGADAS.
           IF TB-PT-COBRADO(WS-SUB-PRESTAMO) > 0
               MOVE WS-PERIODO-NOMINA TO PS-PERIODO-ULT-COBRO
           END-IF.
           IF PS-SALDO = 0
               MOVE "C" TO PS-ESTADO
               MOVE WS-FECHA-SISTEMA TO PS-FECHA-CANCELACION
               ADD 1 TO CN-PRESTAMOS-CANCELADOS
           ELSE
               IF TB-PT-BAJA(WS-SUB-PRESTAMO) = "S"
                   MOVE "I" TO PS-ESTADO
                   ADD 1 TO CN-PRESTAMOS-IMPAGOS
                   DISPLAY "*** LEGAJO DE BAJA " PS-LEGAJO
                       " CON SALDO IMPAGO EN EL PRESTAMO " PS-NUMERO
                       " ***"
               END-IF
           END-IF.
           REWRITE PRESTAMO-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL ACTUALIZAR EL PRESTAMO - "
                       "STATUS " WS-PRESTAMOS-STATUS " ***"
           END-REWRITE.

           3600-ACUMULAR-SECTOR.
           MOVE "N" TO WS-ENCONTRADO-SECTOR.
           PERFORM 3610-BUSCAR-SECTOR
