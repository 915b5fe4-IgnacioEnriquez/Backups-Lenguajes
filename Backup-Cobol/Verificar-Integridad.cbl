      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Barrido de integridad referencial de todo el juego
      *          de archivos. Cada programa controla lo que lee, pero
      *          nadie miraba los archivos en conjunto y se juntaban
      *          huerfanos que aparecian de a uno, cuando algun
      *          reporte imprimia un nombre en blanco. Recorre los
      *          maestros y los archivos de detalle y contrasta cada
      *          referencia contra su maestro: legajos contra
      *          empleados.dat (horas-anuales, vacaciones-saldo,
      *          novedades, nomina-xref, horas pendientes, cuentas
      *          bancarias, asignaciones de sector, turnos, vendedor
      *          del historico), sectores contra sectores.dat
      *          (empleados, horas-anuales, vacaciones, asignaciones,
      *          objetivos, comisiones por sector), productos contra
      *          productos.dat (historico de ventas, stock, comisiones
      *          por producto), tiendas contra tiendas.dat (stock) y
      *          las horas pendientes de legajos ya dados de baja.
      *          Deja en integridad-datos.rpt el detalle de las
      *          excepciones (hasta 50 por regla) y el resumen con la
      *          cantidad por regla. Cada regla tiene severidad: A es
      *          aviso y E es error porque afecta la liquidacion.
      *          Devuelve el estado 0 (sin excepciones), 1 (solo
      *          avisos) o 2 (errores, o empleados.dat no disponible)
      *          y la cantidad total de excepciones; el cierre mensual
      *          lo corre antes de sus pasos y se detiene con estado 2.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-INTEGRIDAD IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT OPTIONAL PRODUCTOS-ARCHIVO
           ASSIGN TO WS-PRODUCTOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-CODIGO
           FILE STATUS IS WS-PRODUCTOS-STATUS.

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

           SELECT OPTIONAL ACUMULADO-ARCHIVO
           ASSIGN TO WS-ACUMULADO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HA-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL VACACIONES-ARCHIVO
           ASSIGN TO WS-VACACIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS VS-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL NOVEDADES-ARCHIVO
           ASSIGN TO WS-NOVEDADES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL XREF-ARCHIVO
           ASSIGN TO "nomina-xref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL HORAS-DIARIAS-ARCHIVO
           ASSIGN TO WS-HORAS-DIARIAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO WS-HISTORICO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL CUENTAS-ARCHIVO
           ASSIGN TO WS-CUENTAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CB-LEGAJO
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO WS-ASIGNACIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AS-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL TURNOS-ARCHIVO
           ASSIGN TO WS-TURNOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TU-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL STOCK-ARCHIVO
           ASSIGN TO WS-STOCK-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ST-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL OBJETIVOS-ARCHIVO
           ASSIGN TO WS-OBJETIVOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OB-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT OPTIONAL COMISIONES-ARCHIVO
           ASSIGN TO WS-COMISIONES-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CO-CLAVE
           FILE STATUS IS WS-DETALLE-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO "integridad-datos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD SECTORES-ARCHIVO.
           COPY SECTOR.CPY.

       FD PRODUCTOS-ARCHIVO.
           COPY PRODUCTO.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       FD ACUMULADO-ARCHIVO.
           COPY ACUMULADO.CPY.

       FD VACACIONES-ARCHIVO.
           COPY VACACION.CPY.

       FD NOVEDADES-ARCHIVO.
           COPY NOVEDAD.CPY.

       FD XREF-ARCHIVO.
       01 XREF-REGISTRO.
           05 XR-ID-TRAB     PIC 9(05).
           05 XR-LEGAJO      PIC X(11).

       FD HORAS-DIARIAS-ARCHIVO.
           COPY HORATRAN.CPY.

       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD CUENTAS-ARCHIVO.
           COPY CUENTA.CPY.

       FD ASIGNACIONES-ARCHIVO.
           COPY ASIGNSEC.CPY.

       FD TURNOS-ARCHIVO.
           COPY TURNO.CPY.

       FD STOCK-ARCHIVO.
           COPY STOCK.CPY.

       FD OBJETIVOS-ARCHIVO.
           COPY OBJETIVO.CPY.

       FD COMISIONES-ARCHIVO.
           COPY COMISION.CPY.

       FD REPORTE-ARCHIVO.
       01 REPORTE-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPLEADOS-PATH   PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-EMPLEADOS-STATUS PIC X(02) VALUE "00".
           88 EMPLEADOS-PRESENTE VALUE "00".
       01  WS-SECTORES-PATH    PIC X(60) VALUE "sectores.dat".
       01  WS-SECTORES-STATUS  PIC X(02) VALUE "00".
           88 SECTORES-PRESENTE VALUE "00".
       01  WS-PRODUCTOS-PATH   PIC X(60) VALUE "productos.dat".
       01  WS-PRODUCTOS-STATUS PIC X(02) VALUE "00".
           88 PRODUCTOS-PRESENTE VALUE "00".
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".
       01  WS-ACUMULADO-PATH   PIC X(60) VALUE "horas-anuales.dat".
       01  WS-VACACIONES-PATH  PIC X(60) VALUE "vacaciones-saldo.dat".
       01  WS-NOVEDADES-PATH   PIC X(60) VALUE "novedades.dat".
       01  WS-HORAS-DIARIAS-PATH PIC X(60) VALUE "horas-diarias.dat".
       01  WS-HISTORICO-PATH   PIC X(60) VALUE "ventas-historico.dat".
       01  WS-CUENTAS-PATH     PIC X(60) VALUE "cuentas-banco.dat".
       01  WS-ASIGNACIONES-PATH PIC X(60)
           VALUE "sector-asignaciones.dat".
       01  WS-TURNOS-PATH      PIC X(60) VALUE "turnos.dat".
       01  WS-STOCK-PATH       PIC X(60) VALUE "stock-tiendas.dat".
       01  WS-OBJETIVOS-PATH   PIC X(60) VALUE "objetivos-sector.dat".
       01  WS-COMISIONES-PATH  PIC X(60) VALUE "comisiones.dat".
       01  WS-DETALLE-STATUS   PIC X(02) VALUE "00".
           88 DETALLE-PRESENTE VALUE "00".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.

       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-FIN-ARCHIVO      PIC X VALUE "1".
       01  WS-EMPLEADOS-DISPONIBLE PIC X VALUE "N".
       01  WS-SECTORES-DISPONIBLE  PIC X VALUE "N".
       01  WS-PRODUCTOS-DISPONIBLE PIC X VALUE "N".
       01  WS-TIENDAS-DISPONIBLE   PIC X VALUE "N".
       01  WS-LEGAJO-EXISTE    PIC X VALUE "N".
       01  WS-LEGAJO-DE-BAJA   PIC X VALUE "N".
       01  WS-SECTOR-EXISTE    PIC X VALUE "N".
       01  WS-PRODUCTO-EXISTE  PIC X VALUE "N".
       01  WS-TIENDA-EXISTE    PIC X VALUE "N".
       01  WS-LEGAJO-BUSCADO   PIC X(11) VALUE SPACES.
       01  WS-SECTOR-BUSCADO   PIC X(05) VALUE SPACES.
       01  WS-PRODUCTO-BUSCADO PIC X(08) VALUE SPACES.
       01  WS-TIENDA-BUSCADA   PIC X(05) VALUE SPACES.

       01  WS-HAY-ERROR        PIC X VALUE "N".
       01  WS-HAY-AVISO        PIC X VALUE "N".
       01  WS-SUB-REGLA        PIC 9(02) VALUE ZEROES.
       01  CN-REGLAS           PIC 9(02) VALUE 19.
       01  CN-MAX-DETALLE      PIC 9(03) VALUE 50.
       01  AC-EXCEPCIONES      PIC 9(06) VALUE ZEROES.
       01  CN-REGISTROS-LEIDOS PIC 9(07) VALUE ZEROES.

       01 TABLA-REGLAS.
           05 FILLER PIC X(03) VALUE "I01".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "EMPLEADOS: SECTOR INEXISTENTE EN SECTORES".
           05 FILLER PIC X(03) VALUE "I02".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "HORAS-ANUALES: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I03".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "HORAS-ANUALES: SECTOR INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I04".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "VACACIONES-SALDO: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I05".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "VACACIONES-SALDO: SECTOR INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I06".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "NOVEDADES: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I07".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(44)
           VALUE "NOMINA-XREF: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I08".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "HORAS PENDIENTES: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I09".
           05 FILLER PIC X(01) VALUE "E".
           05 FILLER PIC X(44)
           VALUE "HORAS PENDIENTES: LEGAJO DADO DE BAJA".
           05 FILLER PIC X(03) VALUE "I10".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "VENTAS-HISTORICO: PRODUCTO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I11".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "VENTAS-HISTORICO: VENDEDOR INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I12".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "CUENTAS-BANCO: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I13".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "SECTOR-ASIGNACIONES: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I14".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "SECTOR-ASIGNACIONES: SECTOR INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I15".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "TURNOS: LEGAJO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I16".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "STOCK-TIENDAS: TIENDA INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I17".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "STOCK-TIENDAS: PRODUCTO INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I18".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "OBJETIVOS-SECTOR: SECTOR INEXISTENTE".
           05 FILLER PIC X(03) VALUE "I19".
           05 FILLER PIC X(01) VALUE "A".
           05 FILLER PIC X(44)
           VALUE "COMISIONES: PRODUCTO O SECTOR INEXISTENTE".
       01 TABLA-REGLAS-R REDEFINES TABLA-REGLAS.
           05 REGLA-ENTRADA OCCURS 19 TIMES.
               10 TB-RG-CODIGO    PIC X(03).
               10 TB-RG-SEVERIDAD PIC X(01).
               10 TB-RG-DESC      PIC X(44).

       01 TABLA-CONTADORES.
           05 CN-RG-EXCEPCIONES PIC 9(06) OCCURS 19 TIMES.

       01 LINEA-TITULO.
           05 FILLER PIC X(46)
           VALUE "VERIFICACION DE INTEGRIDAD DE DATOS - FECHA: ".
           05 RI-FECHA PIC 9(08).

       01 LINEA-SUBTITULO.
           05 FILLER PIC X(40)
           VALUE "REGLA ARCHIVO              CLAVE".
           05 FILLER PIC X(30) VALUE "REFERENCIA".

       01 LINEA-SEPARADOR.
           05 FILLER PIC X(80) VALUE ALL "-".

       01 LINEA-EXCEPCION.
           05 RI-REGLA      PIC X(03).
           05 FILLER        PIC X(03) VALUE SPACES.
           05 RI-ARCHIVO    PIC X(21).
           05 RI-CLAVE      PIC X(24).
           05 RI-REFERENCIA PIC X(20).

       01 LINEA-MAESTRO.
           05 FILLER PIC X(04) VALUE "*** ".
           05 RI-MAESTRO PIC X(14).
           05 FILLER PIC X(48)
           VALUE " NO DISPONIBLE - SUS REGLAS NO SE VERIFICAN ***".

       01 LINEA-RESUMEN-TITULO.
           05 FILLER PIC X(40) VALUE "RESUMEN POR REGLA".

       01 LINEA-RESUMEN.
           05 RI-RS-REGLA     PIC X(03).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RI-RS-SEVERIDAD PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 RI-RS-DESC      PIC X(44).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RI-RS-CANTIDAD  PIC ZZZZZ9.
           05 RI-RS-MARCA     PIC X(24).

       01 LINEA-TOTAL.
           05 FILLER PIC X(26) VALUE "TOTAL DE EXCEPCIONES    : ".
           05 RI-TOTAL PIC ZZZZZ9.
           05 FILLER PIC X(12) VALUE "  ESTADO : ".
           05 RI-ESTADO PIC X(01).

       LINKAGE SECTION.
       01  LK-ESTADO-INTEGRIDAD PIC X.
       01  LK-EXCEPCIONES       PIC 9(04).

       PROCEDURE DIVISION USING LK-ESTADO-INTEGRIDAD LK-EXCEPCIONES.
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-OBTENER-RUTAS.
           PERFORM 1500-ABRIR-MAESTROS.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE WS-FECHA-SISTEMA TO RI-FECHA.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           PERFORM 1600-INFORMAR-MAESTROS.
           WRITE REPORTE-LINEA FROM LINEA-SUBTITULO.
           WRITE REPORTE-LINEA FROM LINEA-SEPARADOR.
           IF WS-EMPLEADOS-DISPONIBLE = "S"
               PERFORM 2000-VERIFICAR-EMPLEADOS
               PERFORM 2100-VERIFICAR-ACUMULADO
               PERFORM 2200-VERIFICAR-VACACIONES
               PERFORM 2300-VERIFICAR-NOVEDADES
               PERFORM 2400-VERIFICAR-XREF
               PERFORM 2500-VERIFICAR-HORAS-PENDIENTES
               PERFORM 2600-VERIFICAR-HISTORICO
               PERFORM 2700-VERIFICAR-CUENTAS
               PERFORM 2800-VERIFICAR-ASIGNACIONES
               PERFORM 2900-VERIFICAR-TURNOS
           END-IF.
           PERFORM 3000-VERIFICAR-STOCK.
           PERFORM 3100-VERIFICAR-OBJETIVOS.
           PERFORM 3200-VERIFICAR-COMISIONES.
           PERFORM 8000-EMITIR-RESUMEN.
           CLOSE REPORTE-ARCHIVO.
           PERFORM 8500-CERRAR-MAESTROS.
           PERFORM 0100-INFORMAR-ESTADO.
           GOBACK.

           0100-INFORMAR-ESTADO.
           IF WS-HAY-ERROR = "S"
               MOVE "2" TO LK-ESTADO-INTEGRIDAD
           ELSE
               IF WS-HAY-AVISO = "S"
                   MOVE "1" TO LK-ESTADO-INTEGRIDAD
               ELSE
                   MOVE "0" TO LK-ESTADO-INTEGRIDAD
               END-IF
           END-IF.
           IF AC-EXCEPCIONES > 9999
               MOVE 9999 TO LK-EXCEPCIONES
           ELSE
               MOVE AC-EXCEPCIONES TO LK-EXCEPCIONES
           END-IF.

           1000-OBTENER-RUTAS.
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
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PRODUCTOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRODUCTOS-PATH
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
               "VACACIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-VACACIONES-PATH
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
               "HORAS-DIARIAS-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HORAS-DIARIAS-PATH
           END-IF.
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
               "CUENTAS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-CUENTAS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "ASIGNACIONES-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-ASIGNACIONES-PATH
           END-IF.
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
               "STOCK-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-STOCK-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "OBJETIVOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-OBJETIVOS-PATH
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

           1500-ABRIR-MAESTROS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-PRESENTE
               MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
           ELSE
               MOVE "S" TO WS-HAY-ERROR
               DISPLAY "*** ERROR: NO SE PUDO ABRIR EMPLEADOS.DAT - "
                   "STATUS " WS-EMPLEADOS-STATUS " ***"
           END-IF.
           OPEN INPUT SECTORES-ARCHIVO.
           IF SECTORES-PRESENTE
               MOVE "S" TO WS-SECTORES-DISPONIBLE
           ELSE
               MOVE "S" TO WS-HAY-AVISO
           END-IF.
           OPEN INPUT PRODUCTOS-ARCHIVO.
           IF PRODUCTOS-PRESENTE
               MOVE "S" TO WS-PRODUCTOS-DISPONIBLE
           ELSE
               MOVE "S" TO WS-HAY-AVISO
           END-IF.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF TIENDAS-PRESENTE
               MOVE "S" TO WS-TIENDAS-DISPONIBLE
           ELSE
               MOVE "S" TO WS-HAY-AVISO
           END-IF.

           1600-INFORMAR-MAESTROS.
           IF WS-EMPLEADOS-DISPONIBLE = "N"
               MOVE "EMPLEADOS.DAT" TO RI-MAESTRO
               WRITE REPORTE-LINEA FROM LINEA-MAESTRO
           END-IF.
           IF WS-SECTORES-DISPONIBLE = "N"
               MOVE "SECTORES.DAT" TO RI-MAESTRO
               WRITE REPORTE-LINEA FROM LINEA-MAESTRO
           END-IF.
           IF WS-PRODUCTOS-DISPONIBLE = "N"
               MOVE "PRODUCTOS.DAT" TO RI-MAESTRO
               WRITE REPORTE-LINEA FROM LINEA-MAESTRO
           END-IF.
           IF WS-TIENDAS-DISPONIBLE = "N"
               MOVE "TIENDAS.DAT" TO RI-MAESTRO
               WRITE REPORTE-LINEA FROM LINEA-MAESTRO
           END-IF.

           2000-VERIFICAR-EMPLEADOS.
           MOVE "1" TO WS-FIN-ARCHIVO.
           MOVE LOW-VALUES TO WS-EMPLEADOS-LEGAJO.
           START EMPLEADOS-ARCHIVO KEY IS NOT < WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   MOVE "0" TO WS-FIN-ARCHIVO
           END-START.
           PERFORM 2010-REVISAR-EMPLEADO
               UNTIL WS-FIN-ARCHIVO = "0".

           2010-REVISAR-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   IF WS-EMPLEADOS-SECTOR NOT = SPACES
                       MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-BUSCADO
                       PERFORM 7100-BUSCAR-SECTOR
                       IF WS-SECTOR-EXISTE = "N"
                           MOVE 1 TO WS-SUB-REGLA
                           MOVE "empleados.dat" TO RI-ARCHIVO
                           MOVE WS-EMPLEADOS-LEGAJO TO RI-CLAVE
                           MOVE WS-EMPLEADOS-SECTOR TO RI-REFERENCIA
                           PERFORM 7900-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

           2100-VERIFICAR-ACUMULADO.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT ACUMULADO-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2110-REVISAR-ACUMULADO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE ACUMULADO-ARCHIVO.

           2110-REVISAR-ACUMULADO.
           READ ACUMULADO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE "horas-anuales.dat" TO RI-ARCHIVO
                   MOVE HA-CLAVE TO RI-CLAVE
                   MOVE HA-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 2 TO WS-SUB-REGLA
                       MOVE HA-LEGAJO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
                   IF HA-SECTOR NOT = SPACES
                       MOVE HA-SECTOR TO WS-SECTOR-BUSCADO
                       PERFORM 7100-BUSCAR-SECTOR
                       IF WS-SECTOR-EXISTE = "N"
                           MOVE 3 TO WS-SUB-REGLA
                           MOVE HA-SECTOR TO RI-REFERENCIA
                           PERFORM 7900-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

           2200-VERIFICAR-VACACIONES.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT VACACIONES-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2210-REVISAR-VACACION
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE VACACIONES-ARCHIVO.

           2210-REVISAR-VACACION.
           READ VACACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE "vacaciones-saldo.dat" TO RI-ARCHIVO
                   MOVE VS-CLAVE TO RI-CLAVE
                   MOVE VS-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 4 TO WS-SUB-REGLA
                       MOVE VS-LEGAJO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
                   IF VS-SECTOR NOT = SPACES
                       MOVE VS-SECTOR TO WS-SECTOR-BUSCADO
                       PERFORM 7100-BUSCAR-SECTOR
                       IF WS-SECTOR-EXISTE = "N"
                           MOVE 5 TO WS-SUB-REGLA
                           MOVE VS-SECTOR TO RI-REFERENCIA
                           PERFORM 7900-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

           2300-VERIFICAR-NOVEDADES.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT NOVEDADES-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2310-REVISAR-NOVEDAD
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE NOVEDADES-ARCHIVO.

           2310-REVISAR-NOVEDAD.
           READ NOVEDADES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE NV-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 6 TO WS-SUB-REGLA
                       MOVE "novedades.dat" TO RI-ARCHIVO
                       MOVE NOVEDAD-REGISTRO TO RI-CLAVE
                       MOVE NV-LEGAJO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           2400-VERIFICAR-XREF.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT XREF-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2410-REVISAR-XREF
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE XREF-ARCHIVO.

           2410-REVISAR-XREF.
           READ XREF-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE XR-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 7 TO WS-SUB-REGLA
                       MOVE "nomina-xref.dat" TO RI-ARCHIVO
                       MOVE XR-ID-TRAB TO RI-CLAVE
                       MOVE XR-LEGAJO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           2500-VERIFICAR-HORAS-PENDIENTES.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT HORAS-DIARIAS-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2510-REVISAR-HORA-PENDIENTE
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE HORAS-DIARIAS-ARCHIVO.

           2510-REVISAR-HORA-PENDIENTE.
           READ HORAS-DIARIAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   IF HT-ESTADO = "P"
                       PERFORM 2520-CONTROLAR-LEGAJO-HORA
                   END-IF
           END-READ.

           2520-CONTROLAR-LEGAJO-HORA.
           MOVE "horas-diarias.dat" TO RI-ARCHIVO.
           MOVE SPACES TO RI-CLAVE.
           STRING HT-LEGAJO " " HT-FECHA DELIMITED BY SIZE
               INTO RI-CLAVE.
           MOVE HT-LEGAJO TO RI-REFERENCIA.
           MOVE HT-LEGAJO TO WS-LEGAJO-BUSCADO.
           PERFORM 7000-BUSCAR-LEGAJO.
           IF WS-LEGAJO-EXISTE = "N"
               MOVE 8 TO WS-SUB-REGLA
               PERFORM 7900-REGISTRAR-EXCEPCION
           ELSE
               IF WS-LEGAJO-DE-BAJA = "S"
                   MOVE 9 TO WS-SUB-REGLA
                   MOVE SPACES TO RI-REFERENCIA
                   STRING "BAJA " WS-EMPLEADOS-FECHA-ESTADO
                       DELIMITED BY SIZE INTO RI-REFERENCIA
                   PERFORM 7900-REGISTRAR-EXCEPCION
               END-IF
           END-IF.

           2600-VERIFICAR-HISTORICO.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2610-REVISAR-HISTORICO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE HISTORICO-ARCHIVO.

           2610-REVISAR-HISTORICO.
           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE "ventas-historico.dat" TO RI-ARCHIVO
                   MOVE HV-CLAVE TO RI-CLAVE
                   MOVE HV-COD-PROD-TIENDA TO WS-PRODUCTO-BUSCADO
                   PERFORM 7200-BUSCAR-PRODUCTO
                   IF WS-PRODUCTO-EXISTE = "N"
                       MOVE 10 TO WS-SUB-REGLA
                       MOVE HV-COD-PROD-TIENDA TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
                   IF HV-VENDEDOR NOT = SPACES
                       MOVE HV-VENDEDOR TO WS-LEGAJO-BUSCADO
                       PERFORM 7000-BUSCAR-LEGAJO
                       IF WS-LEGAJO-EXISTE = "N"
                           MOVE 11 TO WS-SUB-REGLA
                           MOVE HV-VENDEDOR TO RI-REFERENCIA
                           PERFORM 7900-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

           2700-VERIFICAR-CUENTAS.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT CUENTAS-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2710-REVISAR-CUENTA
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE CUENTAS-ARCHIVO.

           2710-REVISAR-CUENTA.
           READ CUENTAS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE CB-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 12 TO WS-SUB-REGLA
                       MOVE "cuentas-banco.dat" TO RI-ARCHIVO
                       MOVE CB-LEGAJO TO RI-CLAVE
                       MOVE CB-CBU TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           2800-VERIFICAR-ASIGNACIONES.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2810-REVISAR-ASIGNACION
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE ASIGNACIONES-ARCHIVO.

           2810-REVISAR-ASIGNACION.
           READ ASIGNACIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE "sector-asignaciones" TO RI-ARCHIVO
                   MOVE AS-CLAVE TO RI-CLAVE
                   MOVE AS-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 13 TO WS-SUB-REGLA
                       MOVE AS-LEGAJO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
                   MOVE AS-SECTOR TO WS-SECTOR-BUSCADO
                   PERFORM 7100-BUSCAR-SECTOR
                   IF WS-SECTOR-EXISTE = "N"
                       MOVE 14 TO WS-SUB-REGLA
                       MOVE AS-SECTOR TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           2900-VERIFICAR-TURNOS.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT TURNOS-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 2910-REVISAR-TURNO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE TURNOS-ARCHIVO.

           2910-REVISAR-TURNO.
           READ TURNOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE TU-LEGAJO TO WS-LEGAJO-BUSCADO
                   PERFORM 7000-BUSCAR-LEGAJO
                   IF WS-LEGAJO-EXISTE = "N"
                       MOVE 15 TO WS-SUB-REGLA
                       MOVE "turnos.dat" TO RI-ARCHIVO
                       MOVE TU-CLAVE TO RI-CLAVE
                       MOVE TU-LEGAJO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           3000-VERIFICAR-STOCK.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT STOCK-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 3010-REVISAR-STOCK
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE STOCK-ARCHIVO.

           3010-REVISAR-STOCK.
           READ STOCK-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE "stock-tiendas.dat" TO RI-ARCHIVO
                   MOVE ST-CLAVE TO RI-CLAVE
                   MOVE ST-TIENDA TO WS-TIENDA-BUSCADA
                   PERFORM 7300-BUSCAR-TIENDA
                   IF WS-TIENDA-EXISTE = "N"
                       MOVE 16 TO WS-SUB-REGLA
                       MOVE ST-TIENDA TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
                   MOVE ST-PRODUCTO TO WS-PRODUCTO-BUSCADO
                   PERFORM 7200-BUSCAR-PRODUCTO
                   IF WS-PRODUCTO-EXISTE = "N"
                       MOVE 17 TO WS-SUB-REGLA
                       MOVE ST-PRODUCTO TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           3100-VERIFICAR-OBJETIVOS.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT OBJETIVOS-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 3110-REVISAR-OBJETIVO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE OBJETIVOS-ARCHIVO.

           3110-REVISAR-OBJETIVO.
           READ OBJETIVOS-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE OB-SECTOR TO WS-SECTOR-BUSCADO
                   PERFORM 7100-BUSCAR-SECTOR
                   IF WS-SECTOR-EXISTE = "N"
                       MOVE 18 TO WS-SUB-REGLA
                       MOVE "objetivos-sector.dat" TO RI-ARCHIVO
                       MOVE OB-CLAVE TO RI-CLAVE
                       MOVE OB-SECTOR TO RI-REFERENCIA
                       PERFORM 7900-REGISTRAR-EXCEPCION
                   END-IF
           END-READ.

           3200-VERIFICAR-COMISIONES.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT COMISIONES-ARCHIVO.
           IF DETALLE-PRESENTE
               PERFORM 3210-REVISAR-COMISION
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE COMISIONES-ARCHIVO.

           3210-REVISAR-COMISION.
           READ COMISIONES-ARCHIVO NEXT RECORD
               AT END
                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   ADD 1 TO CN-REGISTROS-LEIDOS
                   MOVE 19 TO WS-SUB-REGLA
                   MOVE "comisiones.dat" TO RI-ARCHIVO
                   MOVE CO-CLAVE TO RI-CLAVE
                   MOVE CO-CODIGO TO RI-REFERENCIA
                   IF CO-POR-PRODUCTO
                       MOVE CO-CODIGO TO WS-PRODUCTO-BUSCADO
                       PERFORM 7200-BUSCAR-PRODUCTO
                       IF WS-PRODUCTO-EXISTE = "N"
                           PERFORM 7900-REGISTRAR-EXCEPCION
                       END-IF
                   ELSE
                       MOVE CO-CODIGO TO WS-SECTOR-BUSCADO
                       PERFORM 7100-BUSCAR-SECTOR
                       IF WS-SECTOR-EXISTE = "N"
                           PERFORM 7900-REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
           END-READ.

           7000-BUSCAR-LEGAJO.
           MOVE "S" TO WS-LEGAJO-EXISTE.
           MOVE "N" TO WS-LEGAJO-DE-BAJA.
           MOVE WS-LEGAJO-BUSCADO TO WS-EMPLEADOS-LEGAJO.
           READ EMPLEADOS-ARCHIVO
               KEY IS WS-EMPLEADOS-LEGAJO
               INVALID KEY
                   MOVE "N" TO WS-LEGAJO-EXISTE
               NOT INVALID KEY
                   IF EMPLEADO-DE-BAJA
                       MOVE "S" TO WS-LEGAJO-DE-BAJA
                   END-IF
           END-READ.

           7100-BUSCAR-SECTOR.
           MOVE "S" TO WS-SECTOR-EXISTE.
           IF WS-SECTORES-DISPONIBLE = "S"
               MOVE WS-SECTOR-BUSCADO TO SM-CODIGO
               READ SECTORES-ARCHIVO
                   KEY IS SM-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-SECTOR-EXISTE
               END-READ
           END-IF.

           7200-BUSCAR-PRODUCTO.
           MOVE "S" TO WS-PRODUCTO-EXISTE.
           IF WS-PRODUCTOS-DISPONIBLE = "S"
               MOVE WS-PRODUCTO-BUSCADO TO PM-CODIGO
               READ PRODUCTOS-ARCHIVO
                   KEY IS PM-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-PRODUCTO-EXISTE
               END-READ
           END-IF.

           7300-BUSCAR-TIENDA.
           MOVE "S" TO WS-TIENDA-EXISTE.
           IF WS-TIENDAS-DISPONIBLE = "S"
               MOVE WS-TIENDA-BUSCADA TO TM-CODIGO
               READ TIENDAS-ARCHIVO
                   KEY IS TM-CODIGO
                   INVALID KEY
                       MOVE "N" TO WS-TIENDA-EXISTE
               END-READ
           END-IF.

           7900-REGISTRAR-EXCEPCION.
           ADD 1 TO CN-RG-EXCEPCIONES(WS-SUB-REGLA).
           ADD 1 TO AC-EXCEPCIONES.
           IF TB-RG-SEVERIDAD(WS-SUB-REGLA) = "E"
               MOVE "S" TO WS-HAY-ERROR
           ELSE
               MOVE "S" TO WS-HAY-AVISO
           END-IF.
           IF CN-RG-EXCEPCIONES(WS-SUB-REGLA) NOT > CN-MAX-DETALLE
               MOVE TB-RG-CODIGO(WS-SUB-REGLA) TO RI-REGLA
               WRITE REPORTE-LINEA FROM LINEA-EXCEPCION
           END-IF.

           8000-EMITIR-RESUMEN.
           WRITE REPORTE-LINEA FROM LINEA-SEPARADOR.
           WRITE REPORTE-LINEA FROM LINEA-RESUMEN-TITULO.
           PERFORM 8100-EMITIR-UNA-REGLA
               VARYING WS-SUB-REGLA FROM 1 BY 1
               UNTIL WS-SUB-REGLA > CN-REGLAS.
           WRITE REPORTE-LINEA FROM LINEA-SEPARADOR.
           MOVE AC-EXCEPCIONES TO RI-TOTAL.
           IF WS-HAY-ERROR = "S"
               MOVE "2" TO RI-ESTADO
           ELSE
               IF WS-HAY-AVISO = "S"
                   MOVE "1" TO RI-ESTADO
               ELSE
                   MOVE "0" TO RI-ESTADO
               END-IF
           END-IF.
           WRITE REPORTE-LINEA FROM LINEA-TOTAL.
           DISPLAY LINEA-TOTAL.
           DISPLAY "REGISTROS REVISADOS: " CN-REGISTROS-LEIDOS
               " - DETALLE EN INTEGRIDAD-DATOS.RPT".

           8100-EMITIR-UNA-REGLA.
           MOVE TB-RG-CODIGO(WS-SUB-REGLA) TO RI-RS-REGLA.
           MOVE TB-RG-SEVERIDAD(WS-SUB-REGLA) TO RI-RS-SEVERIDAD.
           MOVE TB-RG-DESC(WS-SUB-REGLA) TO RI-RS-DESC.
           MOVE CN-RG-EXCEPCIONES(WS-SUB-REGLA) TO RI-RS-CANTIDAD.
           MOVE SPACES TO RI-RS-MARCA.
           IF CN-RG-EXCEPCIONES(WS-SUB-REGLA) > CN-MAX-DETALLE
               MOVE "  (DETALLE HASTA 50)" TO RI-RS-MARCA
           END-IF.
           WRITE REPORTE-LINEA FROM LINEA-RESUMEN.
           IF CN-RG-EXCEPCIONES(WS-SUB-REGLA) > 0
               DISPLAY LINEA-RESUMEN
           END-IF.

           8500-CERRAR-MAESTROS.
           IF WS-EMPLEADOS-DISPONIBLE = "S"
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.
           IF WS-SECTORES-DISPONIBLE = "S"
               CLOSE SECTORES-ARCHIVO
           END-IF.
           IF WS-PRODUCTOS-DISPONIBLE = "S"
               CLOSE PRODUCTOS-ARCHIVO
           END-IF.
           IF WS-TIENDAS-DISPONIBLE = "S"
               CLOSE TIENDAS-ARCHIVO
           END-IF.

       END PROGRAM VERIFICAR-INTEGRIDAD.
