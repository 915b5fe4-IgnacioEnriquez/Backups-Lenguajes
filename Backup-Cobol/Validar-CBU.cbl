      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Valida una clave bancaria uniforme (CBU) de 22
      *          digitos: que sea numerica y que cuadren sus dos
      *          digitos verificadores, el del bloque de banco y
      *          sucursal (posicion 8, pesos 7-1-3-9 sobre las
      *          posiciones 1 a 7) y el del bloque de cuenta
      *          (posicion 22, pesos 3-9-7-1 sobre las posiciones 9 a
      *          21). Lo llaman el mantenimiento de cuentas bancarias
      *          al cargar y GENERAR-TRANSFERENCIAS antes de mandar
      *          un pago, asi una cuenta mal tipeada termina en la
      *          lista de excepciones y no en un rechazo del banco.
      *          Devuelve S (valido) o N.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAR-CBU IS INITIAL PROGRAM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CBU-NUMERICO     PIC X(22) VALUE SPACES.
       01 DIGITOS-CBU REDEFINES WS-CBU-NUMERICO.
           05 WS-DIGITO-CBU    PIC 9(01) OCCURS 22 TIMES.

       01  WS-PESOS-TEXTO      PIC X(22)
           VALUE "7139713039713971397130".
       01 TABLA-PESOS REDEFINES WS-PESOS-TEXTO.
           05 WS-PESO-CBU      PIC 9(01) OCCURS 22 TIMES.

       01  WS-SUB-DIGITO       PIC 9(02) VALUE ZEROES.
       01  AC-SUMA-BLOQUE      PIC 9(04) VALUE ZEROES.
       01  WS-COCIENTE         PIC 9(04) VALUE ZEROES.
       01  WS-RESTO            PIC 9(02) VALUE ZEROES.
       01  WS-VERIFICADOR      PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
       01  LK-CBU              PIC X(22).
       01  LK-CBU-VALIDO       PIC X(01).

       PROCEDURE DIVISION USING LK-CBU LK-CBU-VALIDO.
           0000-PRINCIPAL.
           MOVE "N" TO LK-CBU-VALIDO.
           MOVE LK-CBU TO WS-CBU-NUMERICO.
           IF WS-CBU-NUMERICO IS NUMERIC
               MOVE "S" TO LK-CBU-VALIDO
               PERFORM 1000-CONTROLAR-BLOQUE-BANCO
               PERFORM 2000-CONTROLAR-BLOQUE-CUENTA
           END-IF.
           GOBACK.

           1000-CONTROLAR-BLOQUE-BANCO.
           MOVE ZEROES TO AC-SUMA-BLOQUE.
           PERFORM 3000-SUMAR-DIGITO
               VARYING WS-SUB-DIGITO FROM 1 BY 1
               UNTIL WS-SUB-DIGITO > 7.
           PERFORM 3100-CALCULAR-VERIFICADOR.
           IF WS-VERIFICADOR NOT = WS-DIGITO-CBU(8)
               MOVE "N" TO LK-CBU-VALIDO
           END-IF.

           2000-CONTROLAR-BLOQUE-CUENTA.
           MOVE ZEROES TO AC-SUMA-BLOQUE.
           PERFORM 3000-SUMAR-DIGITO
               VARYING WS-SUB-DIGITO FROM 9 BY 1
               UNTIL WS-SUB-DIGITO > 21.
           PERFORM 3100-CALCULAR-VERIFICADOR.
           IF WS-VERIFICADOR NOT = WS-DIGITO-CBU(22)
               MOVE "N" TO LK-CBU-VALIDO
           END-IF.

           3000-SUMAR-DIGITO.
           COMPUTE AC-SUMA-BLOQUE = AC-SUMA-BLOQUE
               + WS-DIGITO-CBU(WS-SUB-DIGITO)
               * WS-PESO-CBU(WS-SUB-DIGITO).

           3100-CALCULAR-VERIFICADOR.
           DIVIDE AC-SUMA-BLOQUE BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO.
           IF WS-RESTO = 0
               MOVE 0 TO WS-VERIFICADOR
           ELSE
               COMPUTE WS-VERIFICADOR = 10 - WS-RESTO
           END-IF.

       END PROGRAM VALIDAR-CBU.
