      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Ajuste retroactivo de nomina para corregir un periodo
      *          AAAAMM ya cerrado en nomina-historia.dat. Por cada
      *          legajo se ingresan las horas normales, las horas
      *          extra y el salario mensual corregidos (ENTER conserva
      *          lo liquidado; el salario propuesto es el actual de
      *          trabajadores.dat) y se recalcula el bruto del periodo
      *          con las mismas reglas de CALCULO-NOMINA: tarifa =
      *          salario / horas base, extra con recargo, horas de
      *          feriado del periodo (horas-diarias-aplicadas.dat) con
      *          el factor de RECARGO-FERIADO y la comision que ya se
      *          liquido. La diferencia contra el bruto vigente del
      *          periodo (historia sin sus propios retroactivos, mas
      *          los ajustes ya liquidados) se graba como ajuste
      *          pendiente en nomina-ajustes.dat; la historia cerrada
      *          no se modifica. Una nueva correccion del mismo legajo
      *          y periodo reemplaza el ajuste que siga pendiente.
      *          CALCULO-NOMINA liquida los pendientes en el siguiente
      *          periodo abierto. Cada ajuste queda asentado en el
      *          diario comun auditoria-general.log via
      *          REGISTRAR-AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-RETROACTIVO IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORIA-NOMINA
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-CLAVE
           FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL AJUSTES-ARCHIVO
           ASSIGN TO WS-AJUSTES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJ-CLAVE
           FILE STATUS IS WS-AJUSTES-STATUS.

           SELECT OPTIONAL TRABAJADORES-ARCHIVO
           ASSIGN TO "trabajadores.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL APLICADAS-ARCHIVO
           ASSIGN TO "horas-diarias-aplicadas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS-ARCHIVO
           ASSIGN TO WS-PARAMETROS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA-NOMINA.
           COPY NOMINAHIS.CPY.

       FD AJUSTES-ARCHIVO.
           COPY AJUSTRET.CPY.

       FD TRABAJADORES-ARCHIVO.
       01 TRABAJADOR-REGISTRO.
           05 TR-ID-TRAB     PIC 9(05).
           05 TR-NOMBRE-TRAB PIC X(50).
           05 TR-APELL-PAT   PIC X(50).
           05 TR-APELL-MAT   PIC X(50).
           05 TR-SALARIO     PIC S9(05)V99.

       FD APLICADAS-ARCHIVO.
           COPY HORATRAN.CPY.

       FD PARAMETROS-ARCHIVO.
           COPY PARAMETRO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-HISTORIA-PATH    PIC X(60) VALUE "nomina-historia.dat".
       01  WS-HISTORIA-STATUS  PIC X(02) VALUE "00".
           88 HISTORIA-PRESENTE VALUE "00".
       01  WS-AJUSTES-PATH     PIC X(60) VALUE "nomina-ajustes.dat".
       01  WS-AJUSTES-STATUS   PIC X(02) VALUE "00".
           88 AJUSTES-ABIERTO-OK VALUES "00" "05".
       01  WS-PARAMETROS-PATH  PIC X(60) VALUE "parametros.dat".
       01  WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       01  WS-HORAS-BASE-MES   PIC 9(03) VALUE 160.
       01  WS-FACTOR-EXTRA     PIC 9(01)V99 VALUE 1.50.
       01  WS-FACTOR-FERIADO   PIC 9(01)V99 VALUE 2.00.

       01  WS-FIN-PARAMETROS   PIC X VALUE "1".
       01  WS-FIN-TRABAJADORES PIC X VALUE "1".
       01  WS-FIN-APLICADAS    PIC X VALUE "1".
       01  WS-FIN-AJUSTES      PIC X VALUE "1".
       01  WS-FIN-CORRECCIONES PIC X VALUE "N".
       01  WS-PERIODO-VALIDO   PIC X VALUE "N".
       01  WS-SALARIO-HALLADO  PIC X VALUE "N".
       01  WS-CONFIRMA         PIC X VALUE "N".

       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-PERIODO-INGRESADO PIC X(06) VALUE SPACES.
       01  WS-PERIODO-ORIGEN   PIC 9(06) VALUE ZEROES.
       01 DETALLE-PERIODO-ORIGEN REDEFINES WS-PERIODO-ORIGEN.
           05 WS-PO-ANIO       PIC 9(04).
           05 WS-PO-MES        PIC 9(02).
       01  WS-FECHA-HORA       PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-HORA REDEFINES WS-FECHA-HORA.
           05 WS-PERIODO-HORA  PIC 9(06).
           05 FILLER           PIC 9(02).
       01  WS-LEGAJO-PEDIDO    PIC X(11) VALUE SPACES.

       01  WS-HORAS-X          PIC X(03) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-SALARIO-X        PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-SALARIO-ENTERO   PIC 9(08) VALUE ZEROES.
       01  WS-SALARIO-AUX      PIC 9(05)V99 VALUE ZEROES.
       01  WS-HORAS-CORREGIDAS PIC 9(03) VALUE ZEROES.
       01  WS-EXTRA-CORREGIDA  PIC 9(03) VALUE ZEROES.
       01  WS-SALARIO-CORREGIDO PIC 9(05)V99 VALUE ZEROES.

       01  WS-TARIFA-HORA      PIC 9(04)V99 VALUE ZEROES.
       01  WS-IMPORTE-NORMAL   PIC 9(07)V99 VALUE ZEROES.
       01  WS-IMPORTE-EXTRA    PIC 9(07)V99 VALUE ZEROES.
       01  WS-IMPORTE-FERIADO  PIC 9(07)V99 VALUE ZEROES.
       01  WS-FL-HORAS         PIC 9(05) VALUE ZEROES.
       01  WS-FL-EXTRA         PIC 9(05) VALUE ZEROES.
       01  WS-FERIADO-NORMAL   PIC 9(03) VALUE ZEROES.
       01  WS-FERIADO-EXTRA    PIC 9(03) VALUE ZEROES.
       01  WS-BRUTO-CORREGIDO  PIC 9(07)V99 VALUE ZEROES.
       01  WS-BRUTO-VIGENTE    PIC S9(08)V99 VALUE ZEROES.
       01  WS-DIFERENCIA       PIC S9(08)V99 VALUE ZEROES.

       01  WS-ULTIMA-SECUENCIA PIC 9(02) VALUE ZEROES.
       01  WS-SECUENCIA-PENDIENTE PIC 9(02) VALUE ZEROES.
       01  WS-SECUENCIA-GRABAR PIC 9(02) VALUE ZEROES.
       01  WS-DIFERENCIA-PENDIENTE PIC S9(07)V99 VALUE ZEROES.
       01  CN-AJUSTES-GRABADOS PIC 9(04) VALUE ZEROES.

       01  WS-AUD-ARCHIVO      PIC X(20) VALUE "nomina-ajustes.dat".
       01  WS-AUD-OPERACION    PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES        PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES      PIC X(80) VALUE SPACES.

       01 PRESENTACION-HORAS.
           05 FILLER        PIC X(08) VALUE "HORAS : ".
           05 PL-HORAS      PIC ZZ9.
           05 FILLER        PIC X(10) VALUE "  EXTRA : ".
           05 PL-EXTRA      PIC ZZ9.
           05 FILLER        PIC X(13) VALUE "  COMISION : ".
           05 PL-COMISION   PIC ZZZZZZ9.99.

       01 PRESENTACION-IMPORTE.
           05 PI-TEXTO      PIC X(32).
           05 PI-IMPORTE    PIC --------9.99.

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           DISPLAY "AJUSTE RETROACTIVO DE NOMINA".
           PERFORM OBTENER-RUTAS.
           PERFORM LEER-PARAMETROS.
           PERFORM PEDIR-PERIODO.
           IF WS-PERIODO-VALIDO = "S"
               PERFORM ABRIR-ARCHIVOS
               PERFORM ATENDER-LEGAJO
                   UNTIL WS-FIN-CORRECCIONES = "S"
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           DISPLAY "AJUSTES REGISTRADOS: " CN-AJUSTES-GRABADOS.
           GOBACK.

           OBTENER-RUTAS.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
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
               "NOMINA-AJUSTES-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-AJUSTES-PATH
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

           LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ARCHIVO.
           IF PARAMETROS-ABIERTO-OK
               PERFORM LEER-PARAMETRO
               PERFORM APLICAR-PARAMETRO
                   UNTIL WS-FIN-PARAMETROS = "0"
           END-IF.
           CLOSE PARAMETROS-ARCHIVO.

           LEER-PARAMETRO.
           READ PARAMETROS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PARAMETROS
           END-READ.

           APLICAR-PARAMETRO.
           IF PR-VALOR IS NUMERIC AND PR-VALOR > 0
               EVALUATE PR-CLAVE
                   WHEN "RECARGO-FERIADO"
                       IF PR-VALOR NOT > 300
                           COMPUTE WS-FACTOR-FERIADO =
                               1 + PR-VALOR / 100
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LEER-PARAMETRO.

           PEDIR-PERIODO.
           DISPLAY "PERIODO CERRADO A CORREGIR (AAAAMM): ".
           MOVE SPACES TO WS-PERIODO-INGRESADO.
           ACCEPT WS-PERIODO-INGRESADO.
           IF WS-PERIODO-INGRESADO IS NUMERIC
               MOVE WS-PERIODO-INGRESADO TO WS-PERIODO-ORIGEN
               IF WS-PO-MES > 0 AND WS-PO-MES < 13
                   PERFORM VERIFICAR-PERIODO-CERRADO
               ELSE
                   DISPLAY "PERIODO INVALIDO - DEBE SER AAAAMM"
               END-IF
           ELSE
               DISPLAY "PERIODO INVALIDO - DEBE SER AAAAMM"
           END-IF.

           VERIFICAR-PERIODO-CERRADO.
           OPEN INPUT HISTORIA-NOMINA.
           IF HISTORIA-PRESENTE
               MOVE WS-PERIODO-ORIGEN TO NH-PERIODO
               MOVE LOW-VALUES TO NH-LEGAJO
               MOVE LOW-VALUES TO NH-TIPO-LIQ
               START HISTORIA-NOMINA KEY IS NOT < NH-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REVISAR-PERIODO-GRABADO
               END-START
           END-IF.
           CLOSE HISTORIA-NOMINA.
           IF WS-PERIODO-VALIDO = "N"
               DISPLAY "*** EL PERIODO " WS-PERIODO-ORIGEN
                   " NO ESTA LIQUIDADO - NO HAY CIERRE QUE CORREGIR ***"
           END-IF.

           REVISAR-PERIODO-GRABADO.
           READ HISTORIA-NOMINA NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF NH-PERIODO = WS-PERIODO-ORIGEN
                       AND NH-LIQ-MENSUAL
                       MOVE "S" TO WS-PERIODO-VALIDO
                   END-IF
           END-READ.

           ABRIR-ARCHIVOS.
           MOVE "N" TO WS-FIN-CORRECCIONES.
           OPEN INPUT HISTORIA-NOMINA.
           IF NOT HISTORIA-PRESENTE
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-HISTORIA - "
                   "STATUS " WS-HISTORIA-STATUS " ***"
               MOVE "S" TO WS-FIN-CORRECCIONES
           END-IF.
           OPEN I-O AJUSTES-ARCHIVO.
           IF NOT AJUSTES-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR NOMINA-AJUSTES - "
                   "STATUS " WS-AJUSTES-STATUS " ***"
               MOVE "S" TO WS-FIN-CORRECCIONES
           END-IF.

           CERRAR-ARCHIVOS.
           CLOSE HISTORIA-NOMINA.
           CLOSE AJUSTES-ARCHIVO.

           ATENDER-LEGAJO.
           DISPLAY " ".
           DISPLAY "LEGAJO A CORREGIR (ENTER = FIN): ".
           MOVE SPACES TO WS-LEGAJO-PEDIDO.
           ACCEPT WS-LEGAJO-PEDIDO.
           IF WS-LEGAJO-PEDIDO = SPACES
               MOVE "S" TO WS-FIN-CORRECCIONES
           ELSE
               MOVE WS-PERIODO-ORIGEN TO NH-PERIODO
               MOVE WS-LEGAJO-PEDIDO TO NH-LEGAJO
               MOVE SPACE TO NH-TIPO-LIQ
               READ HISTORIA-NOMINA
                   KEY IS NH-CLAVE
                   INVALID KEY
                       DISPLAY "EL LEGAJO " WS-LEGAJO-PEDIDO
                           " NO FIGURA EN LA NOMINA DEL PERIODO "
                           WS-PERIODO-ORIGEN
                   NOT INVALID KEY
                       PERFORM CORREGIR-LIQUIDACION
               END-READ
           END-IF.

           CORREGIR-LIQUIDACION.
           PERFORM REVISAR-AJUSTES-PREVIOS.
           PERFORM MOSTRAR-LIQUIDACION.
           PERFORM BUSCAR-SALARIO-ACTUAL.
           PERFORM PEDIR-CORRECCIONES.
           IF WS-SALARIO-CORREGIDO NOT > ZEROES
               DISPLAY "SIN SALARIO PARA RECALCULAR - CORRECCION "
                   "CANCELADA"
           ELSE
               PERFORM RECALCULAR-BRUTO
               PERFORM PROPONER-AJUSTE
           END-IF.

           REVISAR-AJUSTES-PREVIOS.
           COMPUTE WS-BRUTO-VIGENTE = NH-BRUTO - NH-RETRO.
           MOVE ZEROES TO WS-ULTIMA-SECUENCIA.
           MOVE ZEROES TO WS-SECUENCIA-PENDIENTE.
           MOVE ZEROES TO WS-DIFERENCIA-PENDIENTE.
           MOVE "1" TO WS-FIN-AJUSTES.
           MOVE WS-PERIODO-ORIGEN TO AJ-PERIODO-ORIGEN.
           MOVE WS-LEGAJO-PEDIDO TO AJ-LEGAJO.
           MOVE ZEROES TO AJ-SECUENCIA.
           START AJUSTES-ARCHIVO KEY IS NOT < AJ-CLAVE
               INVALID KEY
                   MOVE "0" TO WS-FIN-AJUSTES
           END-START.
           PERFORM LEER-AJUSTE-PREVIO
               UNTIL WS-FIN-AJUSTES = "0".

           LEER-AJUSTE-PREVIO.
           READ AJUSTES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-AJUSTES
               NOT AT END
                   IF AJ-PERIODO-ORIGEN NOT = WS-PERIODO-ORIGEN
                       OR AJ-LEGAJO NOT = WS-LEGAJO-PEDIDO
                       MOVE "0" TO WS-FIN-AJUSTES
                   ELSE
                       PERFORM ACUMULAR-AJUSTE-PREVIO
                   END-IF
           END-READ.

           ACUMULAR-AJUSTE-PREVIO.
           MOVE AJ-SECUENCIA TO WS-ULTIMA-SECUENCIA.
           IF AJ-LIQUIDADO
               ADD AJ-DIFERENCIA TO WS-BRUTO-VIGENTE
           ELSE
               MOVE AJ-SECUENCIA TO WS-SECUENCIA-PENDIENTE
               MOVE AJ-DIFERENCIA TO WS-DIFERENCIA-PENDIENTE
           END-IF.

           MOSTRAR-LIQUIDACION.
           DISPLAY "LIQUIDACION CERRADA DEL PERIODO " WS-PERIODO-ORIGEN
               "  SECTOR " NH-SECTOR.
           MOVE NH-HORAS TO PL-HORAS.
           MOVE NH-EXTRA TO PL-EXTRA.
           MOVE NH-COMISION TO PL-COMISION.
           DISPLAY PRESENTACION-HORAS.
           MOVE "BRUTO VIGENTE DEL PERIODO     : " TO PI-TEXTO.
           MOVE WS-BRUTO-VIGENTE TO PI-IMPORTE.
           DISPLAY PRESENTACION-IMPORTE.
           IF WS-SECUENCIA-PENDIENTE > 0
               MOVE "AJUSTE PENDIENTE (SE REEMPLAZA): " TO PI-TEXTO
               MOVE WS-DIFERENCIA-PENDIENTE TO PI-IMPORTE
               DISPLAY PRESENTACION-IMPORTE
           END-IF.

           BUSCAR-SALARIO-ACTUAL.
           MOVE ZEROES TO WS-SALARIO-CORREGIDO.
           MOVE "N" TO WS-SALARIO-HALLADO.
           MOVE "1" TO WS-FIN-TRABAJADORES.
           OPEN INPUT TRABAJADORES-ARCHIVO.
           PERFORM LEER-TRABAJADOR
               UNTIL WS-FIN-TRABAJADORES = "0"
               OR WS-SALARIO-HALLADO = "S".
           CLOSE TRABAJADORES-ARCHIVO.

           LEER-TRABAJADOR.
           READ TRABAJADORES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-TRABAJADORES
               NOT AT END
                   IF TR-ID-TRAB = NH-ID-TRAB
                       MOVE "S" TO WS-SALARIO-HALLADO
                       IF TR-SALARIO > ZEROES
                           MOVE TR-SALARIO TO WS-SALARIO-CORREGIDO
                       END-IF
                   END-IF
           END-READ.

           PEDIR-CORRECCIONES.
           MOVE NH-HORAS TO WS-HORAS-CORREGIDAS.
           MOVE NH-EXTRA TO WS-EXTRA-CORREGIDA.
           DISPLAY "ENTER = CONSERVAR EL VALOR PROPUESTO".
           DISPLAY "HORAS NORMALES CORREGIDAS: ".
           MOVE SPACES TO WS-HORAS-X.
           ACCEPT WS-HORAS-X.
           IF WS-HORAS-X NOT = SPACES
               INSPECT WS-HORAS-X REPLACING LEADING " " BY "0"
               IF WS-HORAS-X IS NUMERIC
                   MOVE WS-HORAS-X TO WS-HORAS-CORREGIDAS
               ELSE
                   DISPLAY "HORAS INVALIDAS - SE CONSERVAN LAS "
                       "LIQUIDADAS"
               END-IF
           END-IF.
           DISPLAY "HORAS EXTRA CORREGIDAS: ".
           MOVE SPACES TO WS-HORAS-X.
           ACCEPT WS-HORAS-X.
           IF WS-HORAS-X NOT = SPACES
               INSPECT WS-HORAS-X REPLACING LEADING " " BY "0"
               IF WS-HORAS-X IS NUMERIC
                   MOVE WS-HORAS-X TO WS-EXTRA-CORREGIDA
               ELSE
                   DISPLAY "HORAS INVALIDAS - SE CONSERVAN LAS "
                       "LIQUIDADAS"
               END-IF
           END-IF.
           MOVE "SALARIO MENSUAL PROPUESTO     : " TO PI-TEXTO.
           MOVE WS-SALARIO-CORREGIDO TO PI-IMPORTE.
           DISPLAY PRESENTACION-IMPORTE.
           DISPLAY "SALARIO MENSUAL DEL PERIODO: ".
           MOVE SPACES TO WS-SALARIO-X.
           ACCEPT WS-SALARIO-X.
           IF WS-SALARIO-X NOT = SPACES
               PERFORM VALIDAR-SALARIO
           END-IF.

           VALIDAR-SALARIO.
           INSPECT WS-SALARIO-X REPLACING LEADING " " BY "0".
           MOVE ZEROES TO WS-SALARIO-AUX.
           IF WS-SALARIO-X(1:5) IS NUMERIC
               AND WS-SALARIO-X(6:1) = "."
               AND WS-SALARIO-X(7:2) IS NUMERIC
               MOVE WS-SALARIO-X(1:5) TO WS-SALARIO-AUX(1:5)
               MOVE WS-SALARIO-X(7:2) TO WS-SALARIO-AUX(6:2)
           ELSE
               IF WS-SALARIO-X IS NUMERIC
                   MOVE WS-SALARIO-X TO WS-SALARIO-ENTERO
                   MOVE WS-SALARIO-ENTERO TO WS-SALARIO-AUX
               END-IF
           END-IF.
           IF WS-SALARIO-AUX > ZEROES
               MOVE WS-SALARIO-AUX TO WS-SALARIO-CORREGIDO
           ELSE
               DISPLAY "SALARIO INVALIDO - SE CONSERVA EL PROPUESTO"
           END-IF.

           RECALCULAR-BRUTO.
           DIVIDE WS-SALARIO-CORREGIDO BY WS-HORAS-BASE-MES
               GIVING WS-TARIFA-HORA ROUNDED.
           PERFORM SEPARAR-HORAS-FERIADO.
           COMPUTE WS-IMPORTE-NORMAL ROUNDED =
               (WS-HORAS-CORREGIDAS - WS-FERIADO-NORMAL)
               * WS-TARIFA-HORA.
           COMPUTE WS-IMPORTE-EXTRA ROUNDED =
               (WS-EXTRA-CORREGIDA - WS-FERIADO-EXTRA)
               * WS-TARIFA-HORA * WS-FACTOR-EXTRA.
           COMPUTE WS-IMPORTE-FERIADO ROUNDED =
               (WS-FERIADO-NORMAL + WS-FERIADO-EXTRA)
               * WS-TARIFA-HORA * WS-FACTOR-FERIADO.
           ADD WS-IMPORTE-NORMAL WS-IMPORTE-EXTRA WS-IMPORTE-FERIADO
               NH-COMISION GIVING WS-BRUTO-CORREGIDO.
           COMPUTE WS-DIFERENCIA =
               WS-BRUTO-CORREGIDO - WS-BRUTO-VIGENTE.

           SEPARAR-HORAS-FERIADO.
           MOVE ZEROES TO WS-FL-HORAS.
           MOVE ZEROES TO WS-FL-EXTRA.
           MOVE "1" TO WS-FIN-APLICADAS.
           OPEN INPUT APLICADAS-ARCHIVO.
           PERFORM LEER-APLICADA.
           PERFORM ACUMULAR-FERIADO
               UNTIL WS-FIN-APLICADAS = "0".
           CLOSE APLICADAS-ARCHIVO.
           IF WS-FL-HORAS > WS-HORAS-CORREGIDAS
               MOVE WS-HORAS-CORREGIDAS TO WS-FERIADO-NORMAL
           ELSE
               MOVE WS-FL-HORAS TO WS-FERIADO-NORMAL
           END-IF.
           IF WS-FL-EXTRA > WS-EXTRA-CORREGIDA
               MOVE WS-EXTRA-CORREGIDA TO WS-FERIADO-EXTRA
           ELSE
               MOVE WS-FL-EXTRA TO WS-FERIADO-EXTRA
           END-IF.

           LEER-APLICADA.
           READ APLICADAS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-APLICADAS
           END-READ.

           ACUMULAR-FERIADO.
           MOVE HT-FECHA TO WS-FECHA-HORA.
           IF HT-EN-FERIADO
               AND HT-LEGAJO = NH-LEGAJO
               AND WS-PERIODO-HORA = WS-PERIODO-ORIGEN
               ADD HT-HORAS TO WS-FL-HORAS
               ADD HT-EXTRA TO WS-FL-EXTRA
           END-IF.
           PERFORM LEER-APLICADA.

           PROPONER-AJUSTE.
           MOVE "BRUTO RECALCULADO             : " TO PI-TEXTO.
           MOVE WS-BRUTO-CORREGIDO TO PI-IMPORTE.
           DISPLAY PRESENTACION-IMPORTE.
           MOVE "DIFERENCIA A LIQUIDAR         : " TO PI-TEXTO.
           MOVE WS-DIFERENCIA TO PI-IMPORTE.
           DISPLAY PRESENTACION-IMPORTE.
           IF WS-DIFERENCIA = ZEROES
               DISPLAY "SIN DIFERENCIA CONTRA LO LIQUIDADO - NO SE "
                   "REGISTRA AJUSTE"
               IF WS-SECUENCIA-PENDIENTE > 0
                   PERFORM ANULAR-AJUSTE-PENDIENTE
               END-IF
           ELSE
               DISPLAY "CONFIRMA EL AJUSTE (S/N): "
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S"
                   PERFORM GRABAR-AJUSTE
               ELSE
                   DISPLAY "AJUSTE CANCELADO"
               END-IF
           END-IF.

           ANULAR-AJUSTE-PENDIENTE.
           DISPLAY "EL AJUSTE PENDIENTE QUEDA SIN EFECTO - CONFIRMA "
               "LA BAJA (S/N): ".
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               MOVE WS-PERIODO-ORIGEN TO AJ-PERIODO-ORIGEN
               MOVE WS-LEGAJO-PEDIDO TO AJ-LEGAJO
               MOVE WS-SECUENCIA-PENDIENTE TO AJ-SECUENCIA
               READ AJUSTES-ARCHIVO
                   KEY IS AJ-CLAVE
                   INVALID KEY
                       DISPLAY "*** AJUSTE PENDIENTE NO HALLADO ***"
                   NOT INVALID KEY
                       PERFORM BORRAR-AJUSTE
               END-READ
           END-IF.

           BORRAR-AJUSTE.
           MOVE AJUSTE-RETRO-REGISTRO TO WS-AUD-ANTES.
           DELETE AJUSTES-ARCHIVO
               INVALID KEY
                   DISPLAY "*** ERROR AL BORRAR - STATUS "
                       WS-AJUSTES-STATUS " ***"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-DESPUES
                   MOVE "B" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "AJUSTE PENDIENTE DADO DE BAJA"
           END-DELETE.

           GRABAR-AJUSTE.
           IF WS-SECUENCIA-PENDIENTE > 0
               MOVE WS-PERIODO-ORIGEN TO AJ-PERIODO-ORIGEN
               MOVE WS-LEGAJO-PEDIDO TO AJ-LEGAJO
               MOVE WS-SECUENCIA-PENDIENTE TO AJ-SECUENCIA
               READ AJUSTES-ARCHIVO
                   KEY IS AJ-CLAVE
                   INVALID KEY
                       DISPLAY "*** AJUSTE PENDIENTE NO HALLADO ***"
                   NOT INVALID KEY
                       PERFORM REEMPLAZAR-AJUSTE
               END-READ
           ELSE
               IF WS-ULTIMA-SECUENCIA = 99
                   DISPLAY "*** EL PERIODO YA TIENE 99 AJUSTES PARA "
                       "EL LEGAJO - NO SE GRABA ***"
               ELSE
                   ADD 1 TO WS-ULTIMA-SECUENCIA
                       GIVING WS-SECUENCIA-GRABAR
                   PERFORM ALTA-AJUSTE
               END-IF
           END-IF.

           REEMPLAZAR-AJUSTE.
           MOVE AJUSTE-RETRO-REGISTRO TO WS-AUD-ANTES.
           MOVE WS-SECUENCIA-PENDIENTE TO WS-SECUENCIA-GRABAR.
           PERFORM ARMAR-AJUSTE.
           REWRITE AJUSTE-RETRO-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
                       WS-AJUSTES-STATUS " ***"
               NOT INVALID KEY
                   MOVE AJUSTE-RETRO-REGISTRO TO WS-AUD-DESPUES
                   MOVE "M" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   ADD 1 TO CN-AJUSTES-GRABADOS
                   DISPLAY "AJUSTE PENDIENTE REEMPLAZADO"
           END-REWRITE.

           ALTA-AJUSTE.
           PERFORM ARMAR-AJUSTE.
           WRITE AJUSTE-RETRO-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL GRABAR EL AJUSTE - STATUS "
                       WS-AJUSTES-STATUS " ***"
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE AJUSTE-RETRO-REGISTRO TO WS-AUD-DESPUES
                   MOVE "A" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   ADD 1 TO CN-AJUSTES-GRABADOS
                   DISPLAY "AJUSTE PENDIENTE GRABADO"
           END-WRITE.

           ARMAR-AJUSTE.
           MOVE WS-PERIODO-ORIGEN TO AJ-PERIODO-ORIGEN.
           MOVE WS-LEGAJO-PEDIDO TO AJ-LEGAJO.
           MOVE WS-SECUENCIA-GRABAR TO AJ-SECUENCIA.
           MOVE NH-ID-TRAB TO AJ-ID-TRAB.
           MOVE NH-SECTOR TO AJ-SECTOR.
           MOVE WS-HORAS-CORREGIDAS TO AJ-HORAS.
           MOVE WS-EXTRA-CORREGIDA TO AJ-EXTRA.
           MOVE WS-SALARIO-CORREGIDO TO AJ-SALARIO.
           MOVE WS-BRUTO-VIGENTE TO AJ-BRUTO-ANTERIOR.
           MOVE WS-BRUTO-CORREGIDO TO AJ-BRUTO-CORREGIDO.
           MOVE WS-DIFERENCIA TO AJ-DIFERENCIA.
           MOVE "P" TO AJ-ESTADO.
           MOVE WS-FECHA-SISTEMA TO AJ-FECHA-ALTA.
           MOVE ZEROES TO AJ-PERIODO-LIQ.

           ASENTAR-AUDITORIA.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
               WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES.

       END PROGRAM CALCULO-RETROACTIVO.
