      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Estado mensual de saldos de prestamos y adelantos de
      *          sueldo. Recorre prestamos.dat y lista cada prestamo
      *          con saldo abierto: los activos (A), que la nomina
      *          sigue cobrando, y los impagos de legajos de baja (I),
      *          que quedan para gestion de personal, con el nombre
      *          del empleado, la cuota, las cuotas pagadas y el
      *          saldo, mas los totales de cada estado. Lo dispara
      *          CALCULO-NOMINA al terminar cada liquidacion y tambien
      *          se puede pedir desde el menu. Deja el listado en
      *          prestamos-saldos.rpt ademas de mostrarlo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PRESTAMOS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRESTAMOS-ARCHIVO
           ASSIGN TO WS-PRESTAMOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PS-CLAVE
           FILE STATUS IS WS-PRESTAMOS-STATUS.

           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-EMPLEADOS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-EMPLEADOS-STATUS.

           SELECT SALDOS-REPORTE
           ASSIGN TO "prestamos-saldos.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMOS-ARCHIVO.
           COPY PRESTAMO.CPY.

       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD SALDOS-REPORTE.
       01 SALDOS-LINEA PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PRESTAMOS-PATH    PIC X(60) VALUE "prestamos.dat".
       01  WS-EMPLEADOS-PATH    PIC X(60) VALUE
           "D:/Backup-Cobol/empleados.dat".
       01  WS-RUTA-ENTORNO      PIC X(60) VALUE SPACES.
       01  WS-PRESTAMOS-STATUS  PIC X(02) VALUE "00".
           88 PRESTAMOS-PRESENTE VALUE "00".
       01  WS-EMPLEADOS-STATUS  PIC X(02) VALUE "00".
           88 EMPLEADOS-PRESENTE VALUE "00".
       01  WS-EMPLEADOS-DISPONIBLE PIC X VALUE "N".

       01  WS-FIN-PRESTAMOS     PIC X VALUE "1".
       01  WS-FECHA-SISTEMA     PIC 9(08) VALUE ZEROES.

       01  CN-ACTIVOS           PIC 9(05) VALUE ZEROES.
       01  CN-IMPAGOS           PIC 9(05) VALUE ZEROES.
       01  AC-SALDO-ACTIVOS     PIC 9(10)V99 VALUE ZEROES.
       01  AC-SALDO-IMPAGOS     PIC 9(10)V99 VALUE ZEROES.

       01 LINEA-TITULO.
           05 FILLER PIC X(41)
           VALUE "***** SALDOS DE PRESTAMOS Y ADELANTOS ***".
           05 FILLER PIC X(10) VALUE "**  FECHA ".
           05 SP-FECHA PIC 9(08).

       01 LINEA-ENCABEZADO.
           05 FILLER PIC X(12) VALUE "LEGAJO".
           05 FILLER PIC X(21) VALUE "NOMBRE".
           05 FILLER PIC X(04) VALUE "NRO".
           05 FILLER PIC X(02) VALUE "T".
           05 FILLER PIC X(11) VALUE "  CAPITAL".
           05 FILLER PIC X(11) VALUE "    CUOTA".
           05 FILLER PIC X(08) VALUE " PAGADAS".
           05 FILLER PIC X(11) VALUE "    SALDO".
           05 FILLER PIC X(02) VALUE " E".

       01 LINEA-PRESTAMO.
           05 SP-LEGAJO   PIC X(11).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-NOMBRE   PIC X(20).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-NUMERO   PIC 9(02).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 SP-TIPO     PIC X(01).
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-CAPITAL  PIC ZZZZZZ9.99.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-CUOTA    PIC ZZZZZZ9.99.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-PAGADAS  PIC ZZ9.
           05 FILLER      PIC X(01) VALUE "/".
           05 SP-CUOTAS   PIC ZZ9.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-SALDO    PIC ZZZZZZ9.99.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 SP-ESTADO   PIC X(01).

       01 LINEA-TOTAL-ACTIVOS.
           05 CT-TEXTO-ACT     PIC X(23)
               VALUE "PRESTAMOS ACTIVOS :    ".
           05 SP-TOT-ACTIVOS   PIC ZZZZ9.
           05 CT-TEXTO-SAL-ACT PIC X(11) VALUE "  SALDO :  ".
           05 SP-SALDO-ACTIVOS PIC ZZZZZZZZZ9.99.

       01 LINEA-TOTAL-IMPAGOS.
           05 CT-TEXTO-IMP     PIC X(23)
               VALUE "IMPAGOS POR BAJA :     ".
           05 SP-TOT-IMPAGOS   PIC ZZZZ9.
           05 CT-TEXTO-SAL-IMP PIC X(11) VALUE "  SALDO :  ".
           05 SP-SALDO-IMPAGOS PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           0000-MAINLINE.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 1000-OBTENER-RUTAS.
           PERFORM 2000-LISTAR-SALDOS.
           GOBACK.

           1000-OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "PRESTAMOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRESTAMOS-PATH
           END-IF.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "EMPLEADOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-EMPLEADOS-PATH
           END-IF.

           2000-LISTAR-SALDOS.
           OPEN OUTPUT SALDOS-REPORTE.
           MOVE WS-FECHA-SISTEMA TO SP-FECHA.
           WRITE SALDOS-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           WRITE SALDOS-LINEA FROM LINEA-ENCABEZADO.
           DISPLAY LINEA-ENCABEZADO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-PRESENTE
               MOVE "S" TO WS-EMPLEADOS-DISPONIBLE
           END-IF.
           MOVE "1" TO WS-FIN-PRESTAMOS.
           OPEN INPUT PRESTAMOS-ARCHIVO.
           IF PRESTAMOS-PRESENTE
               PERFORM 2100-LEER-PRESTAMO
               PERFORM 2200-LISTAR-UN-PRESTAMO
                   UNTIL WS-FIN-PRESTAMOS = "0"
           END-IF.
           CLOSE PRESTAMOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           MOVE CN-ACTIVOS TO SP-TOT-ACTIVOS.
           MOVE AC-SALDO-ACTIVOS TO SP-SALDO-ACTIVOS.
           WRITE SALDOS-LINEA FROM LINEA-TOTAL-ACTIVOS.
           DISPLAY LINEA-TOTAL-ACTIVOS.
           MOVE CN-IMPAGOS TO SP-TOT-IMPAGOS.
           MOVE AC-SALDO-IMPAGOS TO SP-SALDO-IMPAGOS.
           WRITE SALDOS-LINEA FROM LINEA-TOTAL-IMPAGOS.
           DISPLAY LINEA-TOTAL-IMPAGOS.
           CLOSE SALDOS-REPORTE.

           2100-LEER-PRESTAMO.
           READ PRESTAMOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-PRESTAMOS
           END-READ.

           2200-LISTAR-UN-PRESTAMO.
           IF PS-SALDO > 0 AND (PS-ACTIVO OR PS-IMPAGO-BAJA)
               PERFORM 2300-ESCRIBIR-PRESTAMO
               IF PS-ACTIVO
                   ADD 1 TO CN-ACTIVOS
                   ADD PS-SALDO TO AC-SALDO-ACTIVOS
               ELSE
                   ADD 1 TO CN-IMPAGOS
                   ADD PS-SALDO TO AC-SALDO-IMPAGOS
               END-IF
           END-IF.
           PERFORM 2100-LEER-PRESTAMO.

           2300-ESCRIBIR-PRESTAMO.
           MOVE SPACES TO SP-NOMBRE.
           IF WS-EMPLEADOS-DISPONIBLE = "S"
               MOVE PS-LEGAJO TO WS-EMPLEADOS-LEGAJO
               READ EMPLEADOS-ARCHIVO
                   KEY IS WS-EMPLEADOS-LEGAJO
                   INVALID KEY
                       MOVE "*** NO ESTA EN EMPLEADOS" TO SP-NOMBRE
                   NOT INVALID KEY
                       MOVE WS-EMPLEADOS-NOMBRE TO SP-NOMBRE
               END-READ
           END-IF.
           MOVE PS-LEGAJO TO SP-LEGAJO.
           MOVE PS-NUMERO TO SP-NUMERO.
           MOVE PS-TIPO TO SP-TIPO.
           MOVE PS-CAPITAL TO SP-CAPITAL.
           MOVE PS-IMPORTE-CUOTA TO SP-CUOTA.
           MOVE PS-CUOTAS-PAGADAS TO SP-PAGADAS.
           MOVE PS-CUOTAS TO SP-CUOTAS.
           MOVE PS-SALDO TO SP-SALDO.
           MOVE PS-ESTADO TO SP-ESTADO.
           WRITE SALDOS-LINEA FROM LINEA-PRESTAMO.
           DISPLAY LINEA-PRESTAMO.

       END PROGRAM REPORTE-PRESTAMOS.
