      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Carga por tesoreria de los depositos de efectivo de
      *          las tiendas en depositos-tiendas.dat, el mismo
      *          archivo donde se vuelcan los depositos del extracto
      *          bancario. Cada deposito se imputa a una tienda
      *          (validada contra tiendas.dat) y a la fecha de
      *          negocio cuya venta cubre; admite reversiones (signo
      *          "-") para corregir un deposito mal imputado o un
      *          contrasiento del banco. Quedan con origen T, fecha
      *          de alta y operador hasta que CONCILIAR-DEPOSITOS los
      *          aplique en el cierre. Toma el candado de corrida
      *          porque el cierre vacia el mismo archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-DEPOSITOS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPOSITOS-ARCHIVO
           ASSIGN TO WS-DEPOSITOS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPOSITOS-STATUS.

           SELECT OPTIONAL TIENDAS-ARCHIVO
           ASSIGN TO WS-TIENDAS-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-CODIGO
           FILE STATUS IS WS-TIENDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEPOSITOS-ARCHIVO.
           COPY DEPOSITO.CPY.

       FD TIENDAS-ARCHIVO.
           COPY TIENDA.CPY.

       WORKING-STORAGE SECTION.
       01  WS-DEPOSITOS-PATH   PIC X(60) VALUE "depositos-tiendas.dat".
       01  WS-TIENDAS-PATH     PIC X(60) VALUE "tiendas.dat".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-DEPOSITOS-STATUS PIC X(02) VALUE "00".
           88 DEPOSITOS-ABIERTO-OK VALUES "00" "05".
       01  WS-TIENDAS-STATUS   PIC X(02) VALUE "00".
           88 TIENDAS-PRESENTE VALUE "00".

       01  WS-CANDADO-MODO     PIC X(01) VALUE SPACE.
       01  WS-CANDADO-PROGRAMA PIC X(24) VALUE "CAPTURA-DEPOSITOS".
       01  WS-CANDADO-ESTADO   PIC X(01) VALUE "2".

       01  WS-OPERADOR         PIC X(10) VALUE SPACES.
       01  WS-FECHA-SISTEMA    PIC 9(08) VALUE ZEROES.
       01  WS-SEGUIR-CAPTURANDO PIC X VALUE "S".
       01  WS-TIENDA-PEDIDA    PIC X(05) VALUE SPACES.
       01  WS-TIENDA-VALIDA    PIC X VALUE "N".
       01  WS-FECHA-INGRESADA  PIC X(08) VALUE SPACES.
       01  WS-FECHA-DEPOSITO   PIC 9(08) VALUE ZEROES.
       01 DETALLE-FECHA REDEFINES WS-FECHA-DEPOSITO.
           05 WS-FECHA-ANIO    PIC 9(04).
           05 WS-FECHA-MES     PIC 9(02).
           05 WS-FECHA-DIA     PIC 9(02).
       01  WS-FECHA-VALIDA     PIC X VALUE "N".
       01  WS-DIAS-FEBRERO     PIC 9(02) VALUE ZEROES.
       01  WS-RESTO-BISIESTO   PIC 9(04) VALUE ZEROES.
       01  WS-COCIENTE-BISIESTO PIC 9(04) VALUE ZEROES.
       01  WS-IMPORTE-X        PIC X(11) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-IMPORTE-ENTERO   PIC 9(11) VALUE ZEROES.
       01  WS-IMPORTE-INGRESADO PIC 9(08)V99 VALUE ZEROES.
       01  WS-SIGNO-INGRESADO  PIC X(01) VALUE SPACES.
           88 SIGNO-VALIDO VALUES "+" "-".
       01  WS-REFERENCIA       PIC X(15) VALUE SPACES.
       01  WS-CONFIRMA         PIC X VALUE "N".
       01  CN-DEPOSITOS        PIC 9(04) VALUE ZEROES.
       01  CN-REVERSIONES      PIC 9(04) VALUE ZEROES.

       01 PRESENTACION-DEPOSITO.
           05 FILLER          PIC X(09) VALUE "TIENDA : ".
           05 PD-TIENDA       PIC X(05).
           05 FILLER          PIC X(10) VALUE "  FECHA : ".
           05 PD-FECHA        PIC 9(08).
           05 FILLER          PIC X(12) VALUE "  IMPORTE : ".
           05 PD-SIGNO        PIC X(01).
           05 PD-IMPORTE      PIC ZZZZZZZ9.99.
           05 FILLER          PIC X(08) VALUE "  REF : ".
           05 PD-REFERENCIA   PIC X(15).

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           DISPLAY "CAPTURA DE DEPOSITOS DE TIENDAS".
           PERFORM 0050-TOMAR-CANDADO.
           IF WS-CANDADO-ESTADO = "0"
               PERFORM 0100-IDENTIFICAR-OPERADOR
                   UNTIL WS-OPERADOR NOT = SPACES
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
               PERFORM 1000-OBTENER-RUTAS
               PERFORM 1100-ABRIR-ARCHIVOS
               PERFORM 2000-CAPTURAR-DEPOSITO
                   UNTIL WS-SEGUIR-CAPTURANDO = "N"
               PERFORM 1200-CERRAR-ARCHIVOS
               DISPLAY "DEPOSITOS : " CN-DEPOSITOS
                   "  REVERSIONES : " CN-REVERSIONES
               PERFORM 0060-LIBERAR-CANDADO
           ELSE
               DISPLAY "*** ARCHIVOS EN USO - CAPTURA RECHAZADA ***"
           END-IF.
           GOBACK.

           0050-TOMAR-CANDADO.
           MOVE "T" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
               WS-CANDADO-PROGRAMA WS-CANDADO-ESTADO.

           0060-LIBERAR-CANDADO.
           MOVE "L" TO WS-CANDADO-MODO.
           CALL "CONTROL-CANDADO" USING WS-CANDADO-MODO
               WS-CANDADO-PROGRAMA WS-CANDADO-ESTADO.

           0100-IDENTIFICAR-OPERADOR.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT "OPERADOR-ACTUAL"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-OPERADOR NOT = SPACES
               DISPLAY "OPERADOR DE LA SESION: " WS-OPERADOR
           ELSE
               DISPLAY "INGRESE SU USUARIO DE OPERADOR: "
               ACCEPT WS-OPERADOR
               IF WS-OPERADOR = SPACES
                   DISPLAY "USUARIO OBLIGATORIO PARA AUDITORIA"
               END-IF
           END-IF.

           1000-OBTENER-RUTAS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           ACCEPT WS-RUTA-ENTORNO FROM ENVIRONMENT
               "DEPOSITOS-ARCHIVO-PATH"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-DEPOSITOS-PATH
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

           1100-ABRIR-ARCHIVOS.
           OPEN EXTEND DEPOSITOS-ARCHIVO.
           IF NOT DEPOSITOS-ABIERTO-OK
               DISPLAY "*** ERROR: NO SE PUDO ABRIR DEPOSITOS-TIENDAS."
                   "DAT - STATUS " WS-DEPOSITOS-STATUS " ***"
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           END-IF.
           OPEN INPUT TIENDAS-ARCHIVO.
           IF NOT TIENDAS-PRESENTE
               DISPLAY "*** ERROR: SIN MAESTRO DE TIENDAS - STATUS "
                   WS-TIENDAS-STATUS " ***"
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           END-IF.

           1200-CERRAR-ARCHIVOS.
           CLOSE DEPOSITOS-ARCHIVO.
           CLOSE TIENDAS-ARCHIVO.

           2000-CAPTURAR-DEPOSITO.
           DISPLAY "INGRESE TIENDA (F = FIN): ".
           MOVE SPACES TO WS-TIENDA-PEDIDA.
           ACCEPT WS-TIENDA-PEDIDA.
           IF WS-TIENDA-PEDIDA = "F" OR WS-TIENDA-PEDIDA = SPACES
               MOVE "N" TO WS-SEGUIR-CAPTURANDO
           ELSE
               PERFORM 2100-VALIDAR-TIENDA
               IF WS-TIENDA-VALIDA = "S"
                   MOVE "N" TO WS-FECHA-VALIDA
                   PERFORM 2200-PEDIR-FECHA
                       UNTIL WS-FECHA-VALIDA = "S"
                   MOVE ZEROES TO WS-IMPORTE-INGRESADO
                   PERFORM 2300-PEDIR-IMPORTE
                       UNTIL WS-IMPORTE-INGRESADO > 0
                   MOVE SPACES TO WS-SIGNO-INGRESADO
                   PERFORM 2400-PEDIR-SIGNO UNTIL SIGNO-VALIDO
                   DISPLAY "REFERENCIA (BOLETA / COMPROBANTE): "
                   MOVE SPACES TO WS-REFERENCIA
                   ACCEPT WS-REFERENCIA
                   PERFORM 2500-CONFIRMAR-DEPOSITO
               END-IF
           END-IF.

           2100-VALIDAR-TIENDA.
           MOVE "N" TO WS-TIENDA-VALIDA.
           MOVE WS-TIENDA-PEDIDA TO TM-CODIGO.
           READ TIENDAS-ARCHIVO
               KEY IS TM-CODIGO
               INVALID KEY
                   DISPLAY "TIENDA NO ENCONTRADA: " WS-TIENDA-PEDIDA
               NOT INVALID KEY
                   MOVE "S" TO WS-TIENDA-VALIDA
                   DISPLAY "TIENDA : " TM-NOMBRE
           END-READ.

           2200-PEDIR-FECHA.
           DISPLAY "FECHA DE NEGOCIO QUE CUBRE EL DEPOSITO "
               "(AAAAMMDD): ".
           MOVE SPACES TO WS-FECHA-INGRESADA.
           ACCEPT WS-FECHA-INGRESADA.
           IF WS-FECHA-INGRESADA IS NUMERIC
               MOVE WS-FECHA-INGRESADA TO WS-FECHA-DEPOSITO
               PERFORM 2210-VALIDAR-FECHA-CALENDARIO
           ELSE
               MOVE "N" TO WS-FECHA-VALIDA
           END-IF.
           IF WS-FECHA-VALIDA = "N"
               DISPLAY "FECHA INVALIDA, DEBE SER AAAAMMDD REAL"
           ELSE
               IF WS-FECHA-DEPOSITO > WS-FECHA-SISTEMA
                   MOVE "N" TO WS-FECHA-VALIDA
                   DISPLAY "LA FECHA NO PUEDE SER POSTERIOR A HOY"
               END-IF
           END-IF.

           2210-VALIDAR-FECHA-CALENDARIO.
           MOVE "S" TO WS-FECHA-VALIDA.
           IF WS-FECHA-MES < 01 OR WS-FECHA-MES > 12
               OR WS-FECHA-DIA < 01 OR WS-FECHA-DIA > 31
               OR WS-FECHA-ANIO < 1900
               MOVE "N" TO WS-FECHA-VALIDA
           END-IF.
           IF WS-FECHA-VALIDA = "S"
               AND WS-FECHA-DIA > 30
               AND (WS-FECHA-MES = 04 OR WS-FECHA-MES = 06
               OR WS-FECHA-MES = 09 OR WS-FECHA-MES = 11)
               MOVE "N" TO WS-FECHA-VALIDA
           END-IF.
           IF WS-FECHA-VALIDA = "S"
               AND WS-FECHA-MES = 02
               PERFORM 2220-CALCULAR-DIAS-FEBRERO
               IF WS-FECHA-DIA > WS-DIAS-FEBRERO
                   MOVE "N" TO WS-FECHA-VALIDA
               END-IF
           END-IF.

           2220-CALCULAR-DIAS-FEBRERO.
           MOVE 28 TO WS-DIAS-FEBRERO.
           DIVIDE WS-FECHA-ANIO BY 4 GIVING WS-COCIENTE-BISIESTO
               REMAINDER WS-RESTO-BISIESTO.
           IF WS-RESTO-BISIESTO = 0
               MOVE 29 TO WS-DIAS-FEBRERO
               DIVIDE WS-FECHA-ANIO BY 100 GIVING WS-COCIENTE-BISIESTO
                   REMAINDER WS-RESTO-BISIESTO
               IF WS-RESTO-BISIESTO = 0
                   MOVE 28 TO WS-DIAS-FEBRERO
                   DIVIDE WS-FECHA-ANIO BY 400
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = 0
                       MOVE 29 TO WS-DIAS-FEBRERO
                   END-IF
               END-IF
           END-IF.

           2300-PEDIR-IMPORTE.
           DISPLAY "IMPORTE DEPOSITADO (99999999.99): ".
           MOVE SPACES TO WS-IMPORTE-X.
           ACCEPT WS-IMPORTE-X.
           INSPECT WS-IMPORTE-X REPLACING LEADING " " BY "0".
           MOVE ZEROES TO WS-IMPORTE-INGRESADO.
           IF WS-IMPORTE-X(1:8) IS NUMERIC
               AND WS-IMPORTE-X(9:1) = "."
               AND WS-IMPORTE-X(10:2) IS NUMERIC
               MOVE WS-IMPORTE-X(1:8) TO WS-IMPORTE-INGRESADO(1:8)
               MOVE WS-IMPORTE-X(10:2) TO WS-IMPORTE-INGRESADO(9:2)
           ELSE
               IF WS-IMPORTE-X IS NUMERIC
                   MOVE WS-IMPORTE-X TO WS-IMPORTE-ENTERO
                   IF WS-IMPORTE-ENTERO NOT > 99999999
                       MOVE WS-IMPORTE-ENTERO TO WS-IMPORTE-INGRESADO
                   END-IF
               END-IF
           END-IF.
           IF WS-IMPORTE-INGRESADO = 0
               DISPLAY "IMPORTE INVALIDO, DEBE SER MAYOR A CERO"
           END-IF.

           2400-PEDIR-SIGNO.
           DISPLAY "+ = DEPOSITO  - = REVERSION: ".
           ACCEPT WS-SIGNO-INGRESADO.
           IF NOT SIGNO-VALIDO
               DISPLAY "SIGNO INVALIDO"
           END-IF.

           2500-CONFIRMAR-DEPOSITO.
           MOVE WS-TIENDA-PEDIDA TO PD-TIENDA.
           MOVE WS-FECHA-DEPOSITO TO PD-FECHA.
           MOVE WS-SIGNO-INGRESADO TO PD-SIGNO.
           MOVE WS-IMPORTE-INGRESADO TO PD-IMPORTE.
           MOVE WS-REFERENCIA TO PD-REFERENCIA.
           DISPLAY PRESENTACION-DEPOSITO.
           DISPLAY "CONFIRMA EL DEPOSITO (S/N): ".
           MOVE "N" TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               PERFORM 3000-GRABAR-DEPOSITO
           ELSE
               DISPLAY "DEPOSITO DESCARTADO"
           END-IF.

           3000-GRABAR-DEPOSITO.
           MOVE WS-TIENDA-PEDIDA TO DP-TIENDA.
           MOVE WS-FECHA-DEPOSITO TO DP-FECHA.
           MOVE WS-IMPORTE-INGRESADO TO DP-IMPORTE.
           MOVE WS-SIGNO-INGRESADO TO DP-SIGNO.
           MOVE "T" TO DP-ORIGEN.
           MOVE WS-REFERENCIA TO DP-REFERENCIA.
           MOVE WS-FECHA-SISTEMA TO DP-FECHA-ALTA.
           MOVE WS-OPERADOR TO DP-OPERADOR.
           WRITE DEPOSITO-REGISTRO.
           IF DP-ES-REVERSION
               ADD 1 TO CN-REVERSIONES
               DISPLAY "REVERSION GRABADA"
           ELSE
               ADD 1 TO CN-DEPOSITOS
               DISPLAY "DEPOSITO GRABADO"
           END-IF.

       END PROGRAM CAPTURA-DEPOSITOS.
