      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Mantenimiento de la grilla de turnos planificados
      *          turnos.dat y del patron semanal de cada sector
      *          patrones-turno.dat. El patron da las horas de lunes
      *          a domingo del sector (cero = franco) y la opcion G
      *          genera desde el los turnos de todos los legajos
      *          activos del sector para un rango de fechas, sin
      *          pisar los turnos cargados a mano. La opcion T carga
      *          o corrige el turno de un legajo en un dia, B lo
      *          borra y C muestra los turnos de un legajo en un mes.
      *          La grilla es la que la conciliacion de asistencia
      *          del cierre diario compara contra las horas reales y
      *          las novedades. Cada operacion queda asentada en el
      *          diario comun auditoria-general.log via
      *          REGISTRAR-AUDITORIA. La generacion planifica cero
      *          horas en los feriados y dias no laborables del
      *          calendario feriados.dat (via CALENDARIO-FERIADOS).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-TURNOS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TURNOS-ARCHIVO
           ASSIGN TO WS-TURNOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TU-CLAVE
           FILE STATUS IS WS-TURNOS-STATUS.

           SELECT OPTIONAL PATRONES-ARCHIVO
           ASSIGN TO WS-PATRONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PT-SECTOR
           FILE STATUS IS WS-PATRONES-STATUS.

           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TURNOS-ARCHIVO.
           COPY TURNO.CPY.

       FD PATRONES-ARCHIVO.
           COPY PATRONTU.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       WORKING-STORAGE SECTION.
       01  WS-TURNOS-PATH      PIC X(60) VALUE "turnos.dat".
       01  WS-TURNOS-STATUS    PIC X(02) VALUE "00".
           88 TURNOS-ABIERTO-OK VALUES "00" "05".
       01  WS-PATRONES-PATH    PIC X(60) VALUE "patrones-turno.dat".
       01  WS-PATRONES-STATUS  PIC X(02) VALUE "00".
           88 PATRONES-ABIERTO-OK VALUES "00" "05".
       01  WS-EMPLEADOS-PATH   PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS PIC X(02) VALUE "00".
           88 EMPLEADOS-ABIERTO-OK VALUES "00" "05".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       01  WS-OPCION           PIC X VALUE SPACES.
       01  WS-CONFIRMA         PIC X VALUE "N".
       01  WS-SECTOR-PEDIDO    PIC X(05) VALUE SPACES.
       01  WS-LEGAJO-PEDIDO    PIC X(11) VALUE SPACES.
       01  WS-FECHA-INGRESADA  PIC X(08) VALUE SPACES.
       01  WS-PERIODO-INGRESADO PIC X(06) VALUE SPACES.
       01  WS-HORAS-INGRESADAS PIC X(02) VALUE SPACES.
       01  WS-FECHA-VALIDA     PIC X VALUE "N".
       01  WS-LEGAJO-VALIDO    PIC X VALUE "N".
       01  WS-PATRON-NUEVO     PIC X VALUE "N".
       01  WS-FECHA-DESDE      PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-HASTA      PIC 9(08) VALUE ZEROES.
       01  WS-FECHA-TURNO      PIC 9(08) VALUE ZEROES.
       01  WS-FIN-SECTOR       PIC X VALUE "1".
       01  WS-SUB-DIA          PIC 9(01) VALUE ZEROES.
       01  WS-DIA-MES          PIC 9(02) VALUE ZEROES.
       01  WS-DIAS-RANGO       PIC 9(04) VALUE ZEROES.
       01  CN-TURNOS-GRABADOS  PIC 9(05) VALUE ZEROES.
       01  CN-TURNOS-RESPETADOS PIC 9(05) VALUE ZEROES.
       01  CN-LEGAJOS-SECTOR   PIC 9(04) VALUE ZEROES.
       01  CN-TURNOS-MES       PIC 9(02) VALUE ZEROES.
       01  AC-HORAS-MES        PIC 9(04) VALUE ZEROES.

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

       01  WS-CALENDARIO-MODO  PIC X(01) VALUE SPACE.
       01  WS-CALENDARIO-HASTA PIC 9(08) VALUE ZEROES.
       01  WS-TIPO-DIA         PIC X(01) VALUE SPACE.
       01  WS-CANT-NO-HABILES  PIC 9(05) VALUE ZEROES.

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

       01  WS-AUD-ARCHIVO      PIC X(20) VALUE "turnos.dat".
       01  WS-AUD-OPERACION    PIC X(01) VALUE SPACE.
       01  WS-AUD-ANTES        PIC X(80) VALUE SPACES.
       01  WS-AUD-DESPUES      PIC X(80) VALUE SPACES.

       01 IMAGEN-GENERACION.
           05 FILLER       PIC X(15) VALUE "GENERADO SECT. ".
           05 IG-SECTOR    PIC X(05).
           05 FILLER       PIC X(07) VALUE " DESDE ".
           05 IG-DESDE     PIC 9(08).
           05 FILLER       PIC X(07) VALUE " HASTA ".
           05 IG-HASTA     PIC 9(08).
           05 FILLER       PIC X(10) VALUE " TURNOS : ".
           05 IG-GRABADOS  PIC 9(05).

       01 PRESENTACION-PATRON-DIA.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 PP-NOMBRE    PIC X(09).
           05 FILLER       PIC X(10) VALUE " HORAS : ".
           05 PP-HORAS     PIC Z9.

       01 PRESENTACION-TURNO.
           05 CT-TEXTO-FECHA  PIC X(08) VALUE "FECHA : ".
           05 PT-FECHA        PIC 9(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 PT-NOMBRE-DIA   PIC X(09).
           05 CT-TEXTO-SECTOR PIC X(10) VALUE "  SECTOR :".
           05 PT-SECTOR-SAL   PIC X(05).
           05 CT-TEXTO-HORAS  PIC X(10) VALUE "  HORAS : ".
           05 PT-HORAS        PIC Z9.
           05 CT-TEXTO-ORIGEN PIC X(11) VALUE "  ORIGEN : ".
           05 PT-ORIGEN       PIC X(06).

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           PERFORM OBTENER-RUTAS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ATENDER-OPERACION
               UNTIL WS-OPCION = "F".
           PERFORM CERRAR-ARCHIVOS.
           GOBACK.

           OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "TURNOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-TURNOS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PATRONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PATRONES-PATH
           END-IF.
           ACCEPT WS-EMPLEADOS-PATH FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.

           ABRIR-ARCHIVOS.
           MOVE "C" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-TURNO WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.
           OPEN I-O TURNOS-ARCHIVO.
           IF NOT TURNOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR TURNOS.DAT - "
                   "STATUS " WS-TURNOS-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.
           OPEN I-O PATRONES-ARCHIVO.
           IF NOT PATRONES-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR PATRONES-TURNO.DAT"
                   " - STATUS " WS-PATRONES-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF NOT EMPLEADOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS.DAT - "
                   "STATUS " WS-EMPLEADOS-STATUS " ***"
               MOVE "F" TO WS-OPCION
           END-IF.

           CERRAR-ARCHIVOS.
           CLOSE TURNOS-ARCHIVO.
           CLOSE PATRONES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.

           ATENDER-OPERACION.
           DISPLAY "MANTENIMIENTO DE TURNOS PLANIFICADOS".
           DISPLAY "  P = PATRON SEMANAL DEL SECTOR".
           DISPLAY "  G = GENERAR TURNOS DEL SECTOR DESDE EL PATRON".
           DISPLAY "  T = TURNO DE UN LEGAJO EN UN DIA  B = BORRAR".
           DISPLAY "  C = CONSULTAR TURNOS DEL MES  F = FIN".
           DISPLAY "OPCION: ".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "P" PERFORM MANTENER-PATRON
               WHEN "G" PERFORM GENERAR-TURNOS
               WHEN "T" PERFORM CARGAR-TURNO-DIA
               WHEN "B" PERFORM BORRAR-TURNO-DIA
               WHEN "C" PERFORM CONSULTAR-TURNOS-MES
               WHEN "F" CONTINUE
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           PEDIR-SECTOR.
           DISPLAY "INGRESE CODIGO DE SECTOR (5 CARACTERES): ".
           MOVE SPACES TO WS-SECTOR-PEDIDO.
           ACCEPT WS-SECTOR-PEDIDO.

           PEDIR-LEGAJO.
           DISPLAY "INGRESE LEGAJO: ".
           MOVE SPACES TO WS-LEGAJO-PEDIDO.
           ACCEPT WS-LEGAJO-PEDIDO.

           PEDIR-FECHA.
           MOVE SPACES TO WS-FECHA-INGRESADA.
           ACCEPT WS-FECHA-INGRESADA.
           PERFORM VALIDAR-FECHA.

           VALIDAR-FECHA.
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

           MANTENER-PATRON.
           PERFORM PEDIR-SECTOR.
           IF WS-SECTOR-PEDIDO = SPACES
               DISPLAY "EL SECTOR NO PUEDE ESTAR EN BLANCO"
           ELSE
               MOVE WS-SECTOR-PEDIDO TO PT-SECTOR
               READ PATRONES-ARCHIVO
                   KEY IS PT-SECTOR
                   INVALID KEY
                       MOVE "S" TO WS-PATRON-NUEVO
                       MOVE SPACES TO WS-AUD-ANTES
                       MOVE WS-SECTOR-PEDIDO TO PT-SECTOR
                       PERFORM LIMPIAR-DIA-PATRON
                           VARYING WS-SUB-DIA FROM 1 BY 1
                           UNTIL WS-SUB-DIA > 7
                   NOT INVALID KEY
                       MOVE "N" TO WS-PATRON-NUEVO
                       MOVE PATRON-REGISTRO TO WS-AUD-ANTES
               END-READ
               DISPLAY "HORAS POR DIA 00-24 (ENTER = CONSERVAR)"
               PERFORM CARGAR-DIA-PATRON
                   VARYING WS-SUB-DIA FROM 1 BY 1
                   UNTIL WS-SUB-DIA > 7
               PERFORM GRABAR-PATRON
           END-IF.

           LIMPIAR-DIA-PATRON.
           MOVE ZEROES TO PT-HORAS-DIA(WS-SUB-DIA).

           CARGAR-DIA-PATRON.
           MOVE TB-NOMBRE-DIA(WS-SUB-DIA) TO PP-NOMBRE.
           MOVE PT-HORAS-DIA(WS-SUB-DIA) TO PP-HORAS.
           DISPLAY PRESENTACION-PATRON-DIA.
           MOVE SPACES TO WS-HORAS-INGRESADAS.
           ACCEPT WS-HORAS-INGRESADAS.
           IF WS-HORAS-INGRESADAS NOT = SPACES
               INSPECT WS-HORAS-INGRESADAS
                   REPLACING LEADING " " BY "0"
               IF WS-HORAS-INGRESADAS IS NUMERIC
                   AND WS-HORAS-INGRESADAS NOT > "24"
                   MOVE WS-HORAS-INGRESADAS
                       TO PT-HORAS-DIA(WS-SUB-DIA)
               ELSE
                   DISPLAY "HORAS INVALIDAS, SE CONSERVA"
               END-IF
           END-IF.

           GRABAR-PATRON.
           MOVE "patrones-turno.dat" TO WS-AUD-ARCHIVO.
           MOVE PATRON-REGISTRO TO WS-AUD-DESPUES.
           IF WS-PATRON-NUEVO = "S"
               WRITE PATRON-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR PATRON - STATUS "
                           WS-PATRONES-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "A" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "PATRON GRABADO: " WS-SECTOR-PEDIDO
               END-WRITE
           ELSE
               REWRITE PATRON-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL REGRABAR PATRON - STATUS "
                           WS-PATRONES-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "M" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "PATRON MODIFICADO: " WS-SECTOR-PEDIDO
               END-REWRITE
           END-IF.

           GENERAR-TURNOS.
           PERFORM PEDIR-SECTOR.
           MOVE WS-SECTOR-PEDIDO TO PT-SECTOR.
           READ PATRONES-ARCHIVO
               KEY IS PT-SECTOR
               INVALID KEY
                   DISPLAY "EL SECTOR NO TIENE PATRON: "
                       WS-SECTOR-PEDIDO
               NOT INVALID KEY
                   PERFORM PEDIR-RANGO-GENERACION
           END-READ.

           PEDIR-RANGO-GENERACION.
           DISPLAY "FECHA DESDE (AAAAMMDD): ".
           PERFORM PEDIR-FECHA.
           IF WS-FECHA-VALIDA = "S"
               MOVE WS-FECHA-CALC TO WS-FECHA-DESDE
               DISPLAY "FECHA HASTA (AAAAMMDD): "
               PERFORM PEDIR-FECHA
           END-IF.
           IF WS-FECHA-VALIDA = "S"
               MOVE WS-FECHA-CALC TO WS-FECHA-HASTA
               IF WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY "LA FECHA HASTA ES ANTERIOR A LA DESDE"
               ELSE
                   PERFORM CONTAR-DIAS-RANGO
                   IF WS-DIAS-RANGO > 366
                       DISPLAY "EL RANGO NO PUEDE SUPERAR UN ANIO"
                   ELSE
                       PERFORM GENERAR-TURNOS-SECTOR
                   END-IF
               END-IF
           END-IF.

           CONTAR-DIAS-RANGO.
           MOVE WS-FECHA-HASTA TO WS-FECHA-CALC.
           PERFORM CALCULAR-DIAS.
           MOVE WS-DIAS-TOTALES TO WS-DIAS-RANGO.
           MOVE WS-FECHA-DESDE TO WS-FECHA-CALC.
           PERFORM CALCULAR-DIAS.
           COMPUTE WS-DIAS-RANGO = WS-DIAS-RANGO - WS-DIAS-TOTALES
               + 1.

           GENERAR-TURNOS-SECTOR.
           MOVE ZEROES TO CN-TURNOS-GRABADOS.
           MOVE ZEROES TO CN-TURNOS-RESPETADOS.
           MOVE ZEROES TO CN-LEGAJOS-SECTOR.
           MOVE "1" TO WS-FIN-SECTOR.
           MOVE WS-SECTOR-PEDIDO TO WS-EMPLEADOS-SECTOR.
           START EMPLEADOS-ARCHIVO KEY IS = WS-EMPLEADOS-SECTOR
               INVALID KEY
                   DISPLAY "SECTOR SIN EMPLEADOS: " WS-SECTOR-PEDIDO
                   MOVE "0" TO WS-FIN-SECTOR
           END-START.
           PERFORM GENERAR-LEGAJO-SECTOR
               UNTIL WS-FIN-SECTOR = "0".
           DISPLAY "LEGAJOS DEL SECTOR : " CN-LEGAJOS-SECTOR
               "  TURNOS GRABADOS : " CN-TURNOS-GRABADOS
               "  MANUALES RESPETADOS : " CN-TURNOS-RESPETADOS.
           IF CN-TURNOS-GRABADOS > 0
               MOVE "turnos.dat" TO WS-AUD-ARCHIVO
               MOVE "G" TO WS-AUD-OPERACION
               MOVE SPACES TO WS-AUD-ANTES
               MOVE WS-SECTOR-PEDIDO TO IG-SECTOR
               MOVE WS-FECHA-DESDE TO IG-DESDE
               MOVE WS-FECHA-HASTA TO IG-HASTA
               MOVE CN-TURNOS-GRABADOS TO IG-GRABADOS
               MOVE IMAGEN-GENERACION TO WS-AUD-DESPUES
               PERFORM ASENTAR-AUDITORIA
           END-IF.

           GENERAR-LEGAJO-SECTOR.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-SECTOR
               NOT AT END
                   IF WS-EMPLEADOS-SECTOR NOT = WS-SECTOR-PEDIDO
                       MOVE "0" TO WS-FIN-SECTOR
                   ELSE
                       IF NOT EMPLEADO-DE-BAJA
                           ADD 1 TO CN-LEGAJOS-SECTOR
                           MOVE WS-FECHA-DESDE TO WS-FECHA-TURNO
                           PERFORM GENERAR-DIA-LEGAJO
                               UNTIL WS-FECHA-TURNO > WS-FECHA-HASTA
                       END-IF
                   END-IF
           END-READ.

           GENERAR-DIA-LEGAJO.
           IF WS-EMPLEADOS-FECHA-INGRESO IS NOT NUMERIC
               OR WS-EMPLEADOS-FECHA-INGRESO NOT > WS-FECHA-TURNO
               MOVE WS-FECHA-TURNO TO WS-FECHA-CALC
               PERFORM CALCULAR-DIA-SEMANA
               MOVE WS-FECHA-TURNO TO TU-FECHA
               MOVE WS-EMPLEADOS-LEGAJO TO TU-LEGAJO
               READ TURNOS-ARCHIVO
                   KEY IS TU-CLAVE
                   INVALID KEY
                       PERFORM ARMAR-TURNO-PATRON
                       WRITE TURNO-REGISTRO
                           INVALID KEY
                               DISPLAY "*** ERROR AL GRABAR TURNO - "
                                   "STATUS " WS-TURNOS-STATUS " ***"
                           NOT INVALID KEY
                               ADD 1 TO CN-TURNOS-GRABADOS
                       END-WRITE
                   NOT INVALID KEY
                       IF TU-MANUAL
                           ADD 1 TO CN-TURNOS-RESPETADOS
                       ELSE
                           PERFORM ARMAR-TURNO-PATRON
                           REWRITE TURNO-REGISTRO
                               INVALID KEY
                                   DISPLAY "*** ERROR AL REGRABAR "
                                       "TURNO - STATUS "
                                       WS-TURNOS-STATUS " ***"
                               NOT INVALID KEY
                                   ADD 1 TO CN-TURNOS-GRABADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           MOVE WS-FECHA-TURNO TO WS-FECHA-CALC.
           PERFORM SUMAR-UN-DIA.
           MOVE WS-FECHA-CALC TO WS-FECHA-TURNO.

           ARMAR-TURNO-PATRON.
           MOVE WS-FECHA-TURNO TO TU-FECHA.
           MOVE WS-EMPLEADOS-LEGAJO TO TU-LEGAJO.
           MOVE WS-SECTOR-PEDIDO TO TU-SECTOR.
           MOVE PT-HORAS-DIA(WS-DIA-SEMANA) TO TU-HORAS-PLAN.
           MOVE "B" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-FECHA-TURNO WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.
           IF WS-TIPO-DIA NOT = SPACE
               MOVE ZEROES TO TU-HORAS-PLAN
           END-IF.
           MOVE "P" TO TU-ORIGEN.

           CARGAR-TURNO-DIA.
           PERFORM PEDIR-LEGAJO.
           PERFORM VALIDAR-LEGAJO.
           IF WS-LEGAJO-VALIDO = "S"
               DISPLAY "FECHA DEL TURNO (AAAAMMDD): "
               PERFORM PEDIR-FECHA
               IF WS-FECHA-VALIDA = "S"
                   PERFORM CARGAR-HORAS-TURNO
               END-IF
           END-IF.

           VALIDAR-LEGAJO.
           MOVE "N" TO WS-LEGAJO-VALIDO.
           MOVE WS-LEGAJO-PEDIDO TO WS-EMPLEADOS-LEGAJO.
           READ EMPLEADOS-ARCHIVO
               KEY IS WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   DISPLAY "LEGAJO NO ENCONTRADO: " WS-LEGAJO-PEDIDO
               NOT INVALID KEY
                   IF EMPLEADO-DE-BAJA
                       DISPLAY "EL LEGAJO ESTA DE BAJA: "
                           WS-LEGAJO-PEDIDO
                   ELSE
                       MOVE "S" TO WS-LEGAJO-VALIDO
                   END-IF
           END-READ.

           CARGAR-HORAS-TURNO.
           MOVE WS-FECHA-CALC TO TU-FECHA.
           MOVE WS-LEGAJO-PEDIDO TO TU-LEGAJO.
           READ TURNOS-ARCHIVO
               KEY IS TU-CLAVE
               INVALID KEY
                   MOVE SPACES TO WS-AUD-ANTES
                   MOVE "A" TO WS-AUD-OPERACION
               NOT INVALID KEY
                   PERFORM MOSTRAR-TURNO
                   MOVE TURNO-REGISTRO TO WS-AUD-ANTES
                   MOVE "M" TO WS-AUD-OPERACION
           END-READ.
           DISPLAY "HORAS PLANIFICADAS 00-24 (00 = FRANCO): ".
           MOVE SPACES TO WS-HORAS-INGRESADAS.
           ACCEPT WS-HORAS-INGRESADAS.
           INSPECT WS-HORAS-INGRESADAS REPLACING LEADING " " BY "0".
           IF WS-HORAS-INGRESADAS IS NOT NUMERIC
               OR WS-HORAS-INGRESADAS > "24"
               DISPLAY "HORAS INVALIDAS - TURNO NO GRABADO"
           ELSE
               MOVE WS-FECHA-CALC TO TU-FECHA
               MOVE WS-LEGAJO-PEDIDO TO TU-LEGAJO
               MOVE WS-EMPLEADOS-SECTOR TO TU-SECTOR
               MOVE WS-HORAS-INGRESADAS TO TU-HORAS-PLAN
               MOVE "M" TO TU-ORIGEN
               PERFORM GRABAR-TURNO-DIA
           END-IF.

           GRABAR-TURNO-DIA.
           MOVE "turnos.dat" TO WS-AUD-ARCHIVO.
           MOVE TURNO-REGISTRO TO WS-AUD-DESPUES.
           IF WS-AUD-OPERACION = "A"
               WRITE TURNO-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL GRABAR TURNO - STATUS "
                           WS-TURNOS-STATUS " ***"
                   NOT INVALID KEY
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "TURNO GRABADO"
               END-WRITE
           ELSE
               REWRITE TURNO-REGISTRO
                   INVALID KEY
                       DISPLAY "*** ERROR AL REGRABAR TURNO - STATUS "
                           WS-TURNOS-STATUS " ***"
                   NOT INVALID KEY
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "TURNO MODIFICADO"
               END-REWRITE
           END-IF.

           BORRAR-TURNO-DIA.
           PERFORM PEDIR-LEGAJO.
           DISPLAY "FECHA DEL TURNO (AAAAMMDD): ".
           PERFORM PEDIR-FECHA.
           IF WS-FECHA-VALIDA = "S"
               MOVE WS-FECHA-CALC TO TU-FECHA
               MOVE WS-LEGAJO-PEDIDO TO TU-LEGAJO
               READ TURNOS-ARCHIVO
                   KEY IS TU-CLAVE
                   INVALID KEY
                       DISPLAY "NO HAY TURNO PARA ESE LEGAJO Y FECHA"
                   NOT INVALID KEY
                       PERFORM CONFIRMAR-BORRADO
               END-READ
           END-IF.

           CONFIRMAR-BORRADO.
           PERFORM MOSTRAR-TURNO.
           DISPLAY "CONFIRMA EL BORRADO (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S"
               MOVE "turnos.dat" TO WS-AUD-ARCHIVO
               MOVE TURNO-REGISTRO TO WS-AUD-ANTES
               MOVE SPACES TO WS-AUD-DESPUES
               DELETE TURNOS-ARCHIVO
                   INVALID KEY
                       DISPLAY "*** ERROR AL BORRAR - STATUS "
                           WS-TURNOS-STATUS " ***"
                   NOT INVALID KEY
                       MOVE "B" TO WS-AUD-OPERACION
                       PERFORM ASENTAR-AUDITORIA
                       DISPLAY "TURNO BORRADO"
               END-DELETE
           ELSE
               DISPLAY "BORRADO CANCELADO"
           END-IF.

           CONSULTAR-TURNOS-MES.
           PERFORM PEDIR-LEGAJO.
           DISPLAY "PERIODO (AAAAMM): ".
           MOVE SPACES TO WS-PERIODO-INGRESADO.
           ACCEPT WS-PERIODO-INGRESADO.
           MOVE SPACES TO WS-FECHA-INGRESADA.
           STRING WS-PERIODO-INGRESADO DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO WS-FECHA-INGRESADA.
           PERFORM VALIDAR-FECHA.
           IF WS-FECHA-VALIDA = "S"
               MOVE ZEROES TO CN-TURNOS-MES
               MOVE ZEROES TO AC-HORAS-MES
               PERFORM CONSULTAR-UN-DIA
                   VARYING WS-DIA-MES FROM 1 BY 1
                   UNTIL WS-DIA-MES > WS-DIAS-DEL-MES
               IF CN-TURNOS-MES = 0
                   DISPLAY "SIN TURNOS PLANIFICADOS EN EL PERIODO"
               ELSE
                   DISPLAY "DIAS PLANIFICADOS : " CN-TURNOS-MES
                       "  HORAS PLANIFICADAS : " AC-HORAS-MES
               END-IF
           END-IF.

           CONSULTAR-UN-DIA.
           MOVE WS-DIA-MES TO WS-FC-DIA.
           MOVE WS-FECHA-CALC TO TU-FECHA.
           MOVE WS-LEGAJO-PEDIDO TO TU-LEGAJO.
           READ TURNOS-ARCHIVO
               KEY IS TU-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CN-TURNOS-MES
                   ADD TU-HORAS-PLAN TO AC-HORAS-MES
                   PERFORM MOSTRAR-TURNO
           END-READ.

           MOSTRAR-TURNO.
           MOVE TU-FECHA TO WS-FECHA-CALC.
           PERFORM CALCULAR-DIA-SEMANA.
           MOVE TU-FECHA TO PT-FECHA.
           MOVE TB-NOMBRE-DIA(WS-DIA-SEMANA) TO PT-NOMBRE-DIA.
           MOVE TU-SECTOR TO PT-SECTOR-SAL.
           MOVE TU-HORAS-PLAN TO PT-HORAS.
           IF TU-MANUAL
               MOVE "MANUAL" TO PT-ORIGEN
           ELSE
               MOVE "PATRON" TO PT-ORIGEN
           END-IF.
           DISPLAY PRESENTACION-TURNO.

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

       END PROGRAM MANTENIMIENTO-TURNOS.
