      *          diferencia contra los totales del periodo con los
      *          campos HA-ULT-* (que hoy solo guardan informacion
      *          del ultimo posteo). Un legajo inexistente o de baja
      *          deja su transaccion pendiente con aviso. La marca
      *          de feriado de cada transaccion viaja con ella al
      *          archivo de aplicadas, de donde la toma la nomina.
      *          En la simulacion del cierre (CIERRE-SIMULACION=S)
      *          postea sobre las copias de trabajo simulacion-* que
      *          le apunta el cierre y pasa las aplicadas a
      *          simulacion-horas-diarias-aplicadas.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-HORAS-DIARIAS-STATUS.

           SELECT OPTIONAL APLICADAS-ARCHIVO
           ASSIGN TO WS-APLICADAS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FECHA-NEGOCIO-ARCHIVO
           COPY HORATRAN.CPY.

       FD APLICADAS-ARCHIVO.
       01 APLICADA-REGISTRO PIC X(27).

       FD FECHA-NEGOCIO-ARCHIVO.
       01 FECHA-NEGOCIO-REGISTRO.
       01  WS-HORAS-DIARIAS-PATH PIC X(60) VALUE "horas-diarias.dat".
       01  WS-HORAS-DIARIAS-STATUS PIC X(02) VALUE "00".
           88 HORAS-DIARIAS-ABIERTO-OK VALUES "00" "05".
       01  WS-APLICADAS-PATH   PIC X(60) VALUE
           "horas-diarias-aplicadas.dat".
       01  WS-SIMULACION       PIC X VALUE "N".
       01  WS-FECHA-NEG-STATUS PIC X(02) VALUE "00".
           88 FECHA-NEG-ABIERTO-OK VALUES "00" "05".

               10 TB-HT-FECHA  PIC 9(08).
               10 TB-HT-HORAS  PIC 9(03).
               10 TB-HT-EXTRA  PIC 9(03).
               10 TB-HT-FERIADO PIC X(01).

       LINKAGE SECTION.
       01  LK-REGISTROS-POSTEADOS PIC 9(04).
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-HORAS-DIARIAS-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-horas-diarias-aplicadas.dat"
                   TO WS-APLICADAS-PATH
           END-IF.

           1100-LEER-FECHA-NEGOCIO.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-NEGOCIO.
               MOVE HT-FECHA TO TB-HT-FECHA(CN-TRANSACCIONES)
               MOVE HT-HORAS TO TB-HT-HORAS(CN-TRANSACCIONES)
               MOVE HT-EXTRA TO TB-HT-EXTRA(CN-TRANSACCIONES)
               MOVE HT-FERIADO TO TB-HT-FERIADO(CN-TRANSACCIONES)
           ELSE
               MOVE HORA-TRANSACCION-REGISTRO TO APLICADA-REGISTRO
               WRITE APLICADA-REGISTRO
           MOVE TB-HT-FECHA(WS-SUB-TRAN) TO HT-FECHA.
           MOVE TB-HT-HORAS(WS-SUB-TRAN) TO HT-HORAS.
           MOVE TB-HT-EXTRA(WS-SUB-TRAN) TO HT-EXTRA.
           MOVE TB-HT-FERIADO(WS-SUB-TRAN) TO HT-FERIADO.
           IF HT-ESTADO = "P"
               WRITE HORA-TRANSACCION-REGISTRO
           ELSE
