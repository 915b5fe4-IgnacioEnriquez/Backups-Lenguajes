      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Mantenimiento del calendario de dias no habiles
      *          feriados.dat: alta, modificacion, baja y listado por
      *          anio de feriados (F, con recargo en las horas
      *          trabajadas) y dias no laborables (N). La opcion D da
      *          de alta como no laborable un dia de la semana en
      *          todas las fechas de un anio (el descanso semanal de
      *          la tienda), sin tocar las fechas ya cargadas. El
      *          calendario lo consultan el avance de la fecha de
      *          negocio, la captura de horas, la nomina y los
      *          reportes que cuentan dias habiles. Cada operacion
      *          queda asentada en el diario comun
      *          auditoria-general.log via REGISTRAR-AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-FERIADOS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADOS-ARCHIVO
           ASSIGN TO WS-FERIADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FE-FECHA
           FILE STATUS IS WS-FERIADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FERIADOS-ARCHIVO.
           COPY FERIADO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-FERIADOS-PATH    PIC X(60) VALUE "feriados.dat".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-FERIADOS-STATUS  PIC X(02) VALUE "00".
           88 FERIADOS-ABIERTO-OK VALUES "00" "05".

       01  WS-OPCION           PIC X VALUE SPACES.
       01  WS-CONFIRMA         PIC X VALUE "N".
       01  WS-FECHA-INGRESADA  PIC X(08) VALUE SPACES.
       01  WS-ANIO-INGRESADO   PIC X(04) VALUE SPACES.
       01  WS-DIA-INGRESADO    PIC X(01) VALUE SPACES.
       01  WS-TIPO-INGRESADO   PIC X(01) VALUE SPACES.
       01  WS-DESCRIPCION-INGRESADA PIC X(30) VALUE SPACES.
       01  WS-FECHA-VALIDA     PIC X VALUE "N".
       01  WS-FIN-LISTADO      PIC X VALUE "1".
       01  WS-ANIO-PEDIDO      PIC 9(04) VALUE ZEROES.
       01  WS-DIA-DESCANSO     PIC 9(01) VALUE ZEROES.
       01  CN-LISTADOS         PIC 9(04) VALUE ZEROES.
       01  CN-GENERADOS        PIC 9(04) VALUE ZEROES.
       01  CN-YA-CARGADOS      PIC 9(04) VALUE ZEROES.

       01  WS-FECHA-CALC       PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA-CALC REDEFINES WS-FECHA-CALC.
           05 WS-FC-ANIO       PIC 9(04).
           05 WS-FC-MES        PIC 9(02).
           05 WS-FC-DIA        PIC 9(02).
       01  WS-DIAS-DEL-MES     PIC 9(02) VALUE ZEROES.
       01  WS-COCIENTE-BISIESTO PIC 9(04) VALUE ZEROES.
       01  WS-RESTO-BISIESTO   PIC 9(04) VALUE ZEROES.
       01  WS-ANIO-AJUSTADO    PIC 9(04) VALUE ZEROES.
       01  WS-BISIESTOS        PIC 9(04) VALUE ZEROES.
       01  WS-AUXILIAR-DIV     PIC 9(04) VALUE ZEROES.
       01  WS-DIAS-TOTALES     PIC 9(08) VALUE ZEROES.
       01  WS-COCIENTE-SEMANA  PIC 9(08) VALUE ZEROES.
       01  WS-RESTO-SEMANA     PIC 9(01) VALUE ZEROES.
       01  WS-DIA-SEMANA       PIC 9(01) VALUE ZEROES.

       01 TABLA-NOMBRES-DIA.
           05 FILLER PIC X(09) VALUE "LUNES".
           05 FILLER PIC X(09) VALUE "MARTES".
           05 FILLER PIC X(09) VALUE "MIERCOLES".
           05 FILLER PIC X(09) VALUE "JUEVES".
           05 FILLER PIC X(09) VALUE "VIERNES".
           05 FILLER PIC X(09) VALUE "SABADO".
           05 FILLER PIC X(09) VALUE "DOMINGO".
       01 TABLA-NOMBRES-DIA-R REDEFINES TABLA-NOMBRES-DIA.
           05 TB-NOMBRE-DIA PIC X(09) OCCURS 7 TIMES.

       01  WS-AUD-ARCHIVO      PIC X(20) VALUE "feriados.dat".
       01  WS-AUD-OPERACION    PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES        PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES      PIC X(80) VALUE SPACES.

       01 IMAGEN-DESCANSO.
           05 FILLER       PIC X(17) VALUE "DESCANSO SEMANAL ".
           05 ID-NOMBRE    PIC X(09).
           05 FILLER       PIC X(07) VALUE " ANIO  ".
           05 ID-ANIO      PIC 9(04).
           05 FILLER       PIC X(10) VALUE " FECHAS : ".
           05 ID-GENERADOS PIC 9(04).

       01 PRESENTACION-FERIADO.
           05 CT-TEXTO-FECHA PIC X(08) VALUE "FECHA : ".
           05 PF-FECHA       PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 PF-NOMBRE-DIA  PIC X(09).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 PF-TIPO        PIC X(13).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 PF-DESCRIPCION PIC X(30).

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTA-FERIADOS.
           PERFORM ABRIR-ARCHIVO.
           PERFORM ATENDER-OPERACION
               UNTIL WS-OPCION = "F".
           PERFORM CERRAR-ARCHIVO.
           GOBACK.

           OBTENER-RUTA-FERIADOS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "FERIADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-FERIADOS-PATH
           END-IF.

           ABRIR-ARCHIVO.
           OPEN I-O FERIADOS-ARCHIVO.
           IF NOT FERIADOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR FERIADOS.DAT - "
                   "STATUS " WS-FERIADOS-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.

           CERRAR-ARCHIVO.
           CLOSE FERIADOS-ARCHIVO.

           ATENDER-OPERACION.
           DISPLAY "MANTENIMIENTO DEL CALENDARIO DE FERIADOS".
           DISPLAY "  A = ALTA  M = MODIFICACION  B = BAJA".
           DISPLAY "  L = LISTADO DEL ANIO  D = DESCANSO SEMANAL".
           DISPLAY "  F = FIN".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "A" PERFORM ALTA-FERIADO
               WHEN "M" PERFORM MODIFICAR-FERIADO
               WHEN "B" PERFORM BAJA-FERIADO
               WHEN "L" PERFORM LISTAR-FERIADOS
               WHEN "D" PERFORM GENERAR-DESCANSO
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           PEDIR-FECHA.
           DISPLAY "FECHA (AAAAMMDD): ".
           MOVE SPACES TO WS-FECHA-INGRESADA.
           ACCEPT WS-FECHA-INGRESADA.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-FECHA-INGRESADA IS NUMERIC
               MOVE WS-FECHA-INGRESADA TO WS-FECHA-CALC
               IF WS-FC-MES > 0 AND WS-FC-MES < 13
                   AND WS-FC-ANIO > 1900
                   PERFORM DIAS-DEL-MES
                   IF WS-FC-DIA > 0
                       AND WS-FC-DIA NOT > WS-DIAS-DEL-MES
                       MOVE "S" TO WS-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF.
           IF WS-FECHA-VALIDA = "N"
               DISPLAY "FECHA INVALIDA - DEBE SER AAAAMMDD"
           END-IF.

           PEDIR-TIPO.
           DISPLAY "TIPO (F = FERIADO, N = NO LABORABLE): ".
           MOVE SPACES TO WS-TIPO-INGRESADO.
           ACCEPT WS-TIPO-INGRESADO.

           ALTA-FERIADO.
           PERFORM PEDIR-FECHA.
           IF WS-FECHA-VALIDA = "S"
               MOVE WS-FECHA-CALC TO FE-FECHA
               READ FERIADOS-ARCHIVO
                   KEY IS FE-FECHA
                   INVALID KEY
                       PERFORM CARGAR-FERIADO-NUEVO
                   NOT INVALID KEY
                       DISPLAY "LA FECHA YA ESTA EN EL CALENDARIO: "
                           WS-FECHA-CALC
               END-READ
           END-IF.

           CARGAR-FERIADO-NUEVO.
           PERFORM PEDIR-TIPO.
           IF WS-TIPO-INGRESADO NOT = "F"
               AND WS-TIPO-INGRESADO NOT = "N"
               DISPLAY "TIPO INVALIDO - ALTA CANCELADA"
           ELSE
               MOVE WS-FECHA-CALC TO FE-FECHA
               MOVE WS-TIPO-INGRESADO TO FE-TIPO
               DISPLAY "DESCRIPCION: "
               MOVE SPACES TO FE-DESCRIPCION
               ACCEPT FE-DESCRIPCION
               WRITE FERIADO-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR ALTA - STATUS "
                           WS-FERIADOS-STATUS " ***"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE FERIADO-REGISTRO TO WS-AUD-DESPUES
                       MOVE "A" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "ALTA GRABADA: " WS-FECHA-CALC
               END-WRITE
           END-IF.

           MODIFICAR-FERIADO.
           PERFORM PEDIR-FECHA.
           IF WS-FECHA-VALIDA = "S"
               MOVE WS-FECHA-CALC TO FE-FECHA
               READ FERIADOS-ARCHIVO
                   KEY IS FE-FECHA
                   INVALID KEY
                       DISPLAY "LA FECHA NO ESTA EN EL CALENDARIO: "
                           WS-FECHA-CALC
                   NOT INVALID KEY
                       PERFORM CAMBIAR-FERIADO
               END-READ
           END-IF.

           CAMBIAR-FERIADO.
           MOVE FERIADO-REGISTRO TO WS-AUD-ANTES.
           PERFORM MOSTRAR-FERIADO.
           DISPLAY "ENTER = CONSERVAR EL VALOR ACTUAL".
           PERFORM PEDIR-TIPO.
           IF WS-TIPO-INGRESADO = "F" OR WS-TIPO-INGRESADO = "N"
               MOVE WS-TIPO-INGRESADO TO FE-TIPO
           END-IF.
           DISPLAY "DESCRIPCION: ".
           MOVE SPACES TO WS-DESCRIPCION-INGRESADA.
           ACCEPT WS-DESCRIPCION-INGRESADA.
           IF WS-DESCRIPCION-INGRESADA NOT = SPACES
               MOVE WS-DESCRIPCION-INGRESADA TO FE-DESCRIPCION
           END-IF.
           REWRITE FERIADO-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
                       WS-FERIADOS-STATUS " ***"
               NOT INVALID KEY
                   MOVE FERIADO-REGISTRO TO WS-AUD-DESPUES
                   MOVE "M" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
                   DISPLAY "MODIFICACION GRABADA: " FE-FECHA
           END-REWRITE.

           BAJA-FERIADO.
           PERFORM PEDIR-FECHA.
           IF WS-FECHA-VALIDA = "S"
               MOVE WS-FECHA-CALC TO FE-FECHA
               READ FERIADOS-ARCHIVO
                   KEY IS FE-FECHA
                   INVALID KEY
                       DISPLAY "LA FECHA NO ESTA EN EL CALENDARIO: "
                           WS-FECHA-CALC
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-BAJA
               END-READ
           END-IF.

           CONFIRMAR-BAJA.
           PERFORM MOSTRAR-FERIADO.
           DISPLAY "CONFIRMA LA BAJA (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               MOVE FERIADO-REGISTRO TO WS-AUD-ANTES
               DELETE FERIADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "*** ERROR AL BORRAR - STATUS "
                           WS-FERIADOS-STATUS " ***"
                   NOT INVALID KEY
                       MOVE SPACES TO WS-AUD-DESPUES
                       MOVE "B" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "BAJA GRABADA: " WS-FECHA-CALC
               END-DELETE
           ELSE
               DISPLAY "BAJA CANCELADA"
           END-IF.

           LISTAR-FERIADOS.
           DISPLAY "ANIO A LISTAR (AAAA): ".
           MOVE SPACES TO WS-ANIO-INGRESADO.
           ACCEPT WS-ANIO-INGRESADO.
           IF WS-ANIO-INGRESADO IS NOT NUMERIC
               DISPLAY "ANIO INVALIDO"
           ELSE
               MOVE WS-ANIO-INGRESADO TO WS-ANIO-PEDIDO
               MOVE ZEROES TO CN-LISTADOS
               MOVE "1" TO WS-FIN-LISTADO
               COMPUTE FE-FECHA = WS-ANIO-PEDIDO * 10000 + 101
               START FERIADOS-ARCHIVO KEY IS NOT < FE-FECHA
                   INVALID KEY
                       MOVE "0" TO WS-FIN-LISTADO
               END-START
               PERFORM LISTAR-UN-FERIADO
                   UNTIL WS-FIN-LISTADO = "0"
               DISPLAY "DIAS NO HABILES EN EL ANIO: " CN-LISTADOS
           END-IF.

           LISTAR-UN-FERIADO.
           READ FERIADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-LISTADO
               NOT AT END
                   IF FE-FECHA(1:4) NOT = WS-ANIO-INGRESADO
                       MOVE "0" TO WS-FIN-LISTADO
                   ELSE
                       ADD 1 TO CN-LISTADOS
                       PERFORM MOSTRAR-FERIADO
                   END-IF
           END-READ.

           MOSTRAR-FERIADO.
           MOVE FE-FECHA TO WS-FECHA-CALC.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE FE-FECHA TO PF-FECHA.
           MOVE TB-NOMBRE-DIA(WS-DIA-SEMANA) TO PF-NOMBRE-DIA.
           IF FE-ES-FERIADO
               MOVE "FERIADO" TO PF-TIPO
           ELSE
               MOVE "NO LABORABLE" TO PF-TIPO
           END-IF.
           MOVE FE-DESCRIPCION TO PF-DESCRIPCION.
           DISPLAY PRESENTACION-FERIADO.

           GENERAR-DESCANSO.
           DISPLAY "ANIO (AAAA): ".
           MOVE SPACES TO WS-ANIO-INGRESADO.
           ACCEPT WS-ANIO-INGRESADO.
           DISPLAY "DIA DE DESCANSO (1 = LUNES ... 7 = DOMINGO): ".
           MOVE SPACES TO WS-DIA-INGRESADO.
           ACCEPT WS-DIA-INGRESADO.
           IF WS-ANIO-INGRESADO IS NOT NUMERIC
               OR WS-ANIO-INGRESADO < "1901"
               OR WS-DIA-INGRESADO IS NOT NUMERIC
               OR WS-DIA-INGRESADO < "1"
               OR WS-DIA-INGRESADO > "7"
               DISPLAY "ANIO O DIA INVALIDO - NO SE GENERA"
           ELSE
               MOVE WS-ANIO-INGRESADO TO WS-ANIO-PEDIDO
               MOVE WS-DIA-INGRESADO TO WS-DIA-DESCANSO
               MOVE ZEROES TO CN-GENERADOS
               MOVE ZEROES TO CN-YA-CARGADOS
               COMPUTE WS-FECHA-CALC = WS-ANIO-PEDIDO * 10000 + 101
               PERFORM GENERAR-DIA-DESCANSO
                   UNTIL WS-FC-ANIO NOT = WS-ANIO-PEDIDO
               DISPLAY "FECHAS GENERADAS : " CN-GENERADOS
                   "  YA CARGADAS (SE CONSERVAN) : " CN-YA-CARGADOS
               IF CN-GENERADOS > 0
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE TB-NOMBRE-DIA(WS-DIA-DESCANSO) TO ID-NOMBRE
                   MOVE WS-ANIO-PEDIDO TO ID-ANIO
                   MOVE CN-GENERADOS TO ID-GENERADOS
                   MOVE IMAGEN-DESCANSO TO WS-AUD-DESPUES
                   MOVE "G" TO WS-AUD-OPERACION
                   PERFORM ASENTAR-AUDITORIA
               END-IF
           END-IF.

           GENERAR-DIA-DESCANSO.
           PERFORM CALCULAR-DIA-SEMANA.
           IF WS-DIA-SEMANA = WS-DIA-DESCANSO
               MOVE WS-FECHA-CALC TO FE-FECHA
               MOVE "N" TO FE-TIPO
               MOVE "DESCANSO SEMANAL" TO FE-DESCRIPCION
               WRITE FERIADO-REGISTRO
                   INVALID KEY
                       ADD 1 TO CN-YA-CARGADOS
                   NOT INVALID KEY
                       ADD 1 TO CN-GENERADOS
               END-WRITE
           END-IF.
           PERFORM SUMAR-UN-DIA.

           ASENTAR-AUDITORIA.
           CALL "REGISTRAR-AUDITORIA" USING WS-AUD-ARCHIVO
               WS-AUD-OPERACION WS-AUD-ANTES WS-AUD-DESPUES.

           SUMAR-UN-DIA.
           PERFORM DIAS-DEL-MES.
           IF WS-FC-DIA < WS-DIAS-DEL-MES
               ADD 1 TO WS-FC-DIA
           ELSE
               MOVE 01 TO WS-FC-DIA
               IF WS-FC-MES < 12
                   ADD 1 TO WS-FC-MES
               ELSE
                   MOVE 01 TO WS-FC-MES
                   ADD 1 TO WS-FC-ANIO
               END-IF
           END-IF.

           DIAS-DEL-MES.
           EVALUATE WS-FC-MES
               WHEN 02 PERFORM DIAS-DE-FEBRERO
               WHEN 04 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 06 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 09 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 11 MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER MOVE 31 TO WS-DIAS-DEL-MES
           END-EVALUATE.

           DIAS-DE-FEBRERO.
           MOVE 28 TO WS-DIAS-DEL-MES.
           DIVIDE WS-FC-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = 0
               MOVE 29 TO WS-DIAS-DEL-MES
               DIVIDE WS-FC-ANIO BY 100 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   DIVIDE WS-FC-ANIO BY 400
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
               END-IF
           END-IF.

           CALCULAR-DIA-SEMANA.
           PERFORM CALCULAR-DIAS.
           DIVIDE WS-DIAS-TOTALES BY 7 GIVING WS-COCIENTE-SEMANA
               REMAINDER WS-RESTO-SEMANA.
           IF WS-RESTO-SEMANA = 0
               MOVE 6 TO WS-DIA-SEMANA
           ELSE
               IF WS-RESTO-SEMANA = 1
                   MOVE 7 TO WS-DIA-SEMANA
               ELSE
                   SUBTRACT 1 FROM WS-RESTO-SEMANA
                       GIVING WS-DIA-SEMANA
               END-IF
           END-IF.

           CALCULAR-DIAS.
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

       END PROGRAM MANTENIMIENTO-FERIADOS.
