      * Purpose: Mantenimiento del maestro de sectores sectores.dat:
      *          alta, modificacion, baja y listado. El maestro le da
      *          a cada codigo X(5) un nombre descriptivo, un
      *          responsable, un objetivo de ventas por hora y un
      *          tope de costo laboral en porcentaje de ventas, y es
      *          contra el que MOSTRAR-LISTA, EJERCICIO02-ENRIQUEZ y
      *          PRODUCTIVIDAD-SECTOR validan los codigos tipeados.
      *          Cada operacion queda asentada en el diario comun
       01  WS-CAMPO-INGRESADO PIC X(30) VALUE SPACES.
       01  WS-OBJETIVO-X      PIC X(07) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-OBJETIVO-ENTERO PIC 9(07) VALUE ZEROES.
       01  WS-COSTO-X         PIC X(06) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-COSTO-ENTERO    PIC 9(06) VALUE ZEROES.
       01  WS-COSTO-VALIDO    PIC X VALUE "N".
       01  WS-FIN-LISTADO     PIC X VALUE "1".

       01  WS-AUD-ARCHIVO     PIC X(20) VALUE "sectores.dat".
           05 WS-TEMP-RESP    PIC X(30).
           05 CT-TEXTO-OBJ    PIC X(17) VALUE "  OBJETIVO V/H : ".
           05 WS-TEMP-OBJ     PIC ZZZ9.99.
           05 CT-TEXTO-COSTO  PIC X(19) VALUE "  TOPE COSTO LAB : ".
           05 WS-TEMP-COSTO   PIC ZZ9.99.
           05 CT-TEXTO-PORC   PIC X(02) VALUE " %".

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           ACCEPT SM-RESPONSABLE.
           MOVE ZEROES TO SM-OBJETIVO-VPH.
           PERFORM PEDIR-OBJETIVO.
           MOVE ZEROES TO SM-OBJETIVO-COSTO.
           PERFORM PEDIR-OBJETIVO-COSTO.
           WRITE SECTOR-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL GRABAR ALTA - STATUS "
                   END-IF
               END-IF
           END-IF.
           DISPLAY "NUEVO TOPE COSTO LABORAL % (ENTER = CONSERVAR): ".
           MOVE SPACES TO WS-COSTO-X.
           ACCEPT WS-COSTO-X.
           IF WS-COSTO-X NOT = SPACES
               PERFORM CONVERTIR-OBJETIVO-COSTO
               IF WS-COSTO-VALIDO = "N"
                   DISPLAY "TOPE INVALIDO, SE CONSERVA"
               END-IF
           END-IF.
           REWRITE SECTOR-REGISTRO
               INVALID KEY
                   DISPLAY "*** ERROR AL REGRABAR - STATUS "
               END-IF
           END-IF.

           PEDIR-OBJETIVO-COSTO.
           DISPLAY "TOPE COSTO LABORAL % DE VENTAS (EJ 018.50, "
               "0 = SIN TOPE): ".
           MOVE SPACES TO WS-COSTO-X.
           ACCEPT WS-COSTO-X.
           PERFORM CONVERTIR-OBJETIVO-COSTO.
           IF WS-COSTO-VALIDO = "N"
               DISPLAY "TOPE INVALIDO (000-999.99)"
           END-IF.

           CONVERTIR-OBJETIVO-COSTO.
           MOVE "S" TO WS-COSTO-VALIDO.
           INSPECT WS-COSTO-X REPLACING LEADING " " BY "0".
           IF WS-COSTO-X(1:3) IS NUMERIC
               AND WS-COSTO-X(4:1) = "."
               AND WS-COSTO-X(5:2) IS NUMERIC
               MOVE WS-COSTO-X(1:3) TO SM-OBJETIVO-COSTO(1:3)
               MOVE WS-COSTO-X(5:2) TO SM-OBJETIVO-COSTO(4:2)
           ELSE
               IF WS-COSTO-X IS NUMERIC
                   MOVE WS-COSTO-X TO WS-COSTO-ENTERO
                   IF WS-COSTO-ENTERO > 999
                       MOVE "N" TO WS-COSTO-VALIDO
                   ELSE
                       MOVE WS-COSTO-ENTERO TO SM-OBJETIVO-COSTO
                   END-IF
               ELSE
                   MOVE "N" TO WS-COSTO-VALIDO
               END-IF
           END-IF.

           MOSTRAR-SECTOR.
           MOVE SM-CODIGO TO WS-TEMP-CODIGO.
           MOVE SM-NOMBRE TO WS-TEMP-NOMBRE.
           MOVE SM-RESPONSABLE TO WS-TEMP-RESP.
           MOVE SM-OBJETIVO-VPH TO WS-TEMP-OBJ.
           MOVE SM-OBJETIVO-COSTO TO WS-TEMP-COSTO.
           DISPLAY PRESENTACION-SECTOR.

           LISTAR-SECTORES.
