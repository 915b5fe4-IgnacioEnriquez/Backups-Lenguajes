      *          retenida. Deja la conciliacion en
      *          depuracion-<fecha>.rpt. El control de duplicados de
      *          MARCAR-CONTRA-HISTORICO se acelera al achicar el
      *          historico. El archivo anual conserva el tipo de
      *          movimiento (venta o devolucion), el legajo del
      *          vendedor y la tienda de origen de cada registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT OPTIONAL ARCHIVO-ANUAL
       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD ARCHIVO-ANUAL.
       01 ARCHIVO-ANUAL-REGISTRO.
           05 AA-SECUENCIA       PIC 9(08).
           05 AA-IMPORTE         PIC 9(04)V99.
           05 AA-COD-PROD-TIENDA PIC X(08).
           05 AA-TIPO-MOV        PIC X(01).
           05 AA-VENDEDOR        PIC X(11).
           05 AA-TIENDA          PIC X(05).

       FD CIERRE-HISTORIA-ARCHIVO.
       01 HISTORIA-REGISTRO.
               MOVE HV-SECUENCIA TO AA-SECUENCIA
               MOVE HV-IMPORTE TO AA-IMPORTE
               MOVE HV-COD-PROD-TIENDA TO AA-COD-PROD-TIENDA
               MOVE HV-TIPO-MOV TO AA-TIPO-MOV
               MOVE HV-VENDEDOR TO AA-VENDEDOR
               MOVE HV-TIENDA TO AA-TIENDA
               WRITE ARCHIVO-ANUAL-REGISTRO
               ADD 1 TO CN-ARCHIVADOS
           ELSE
