           88 PARAMETROS-ABIERTO-OK VALUES "00" "05".
       01  WS-FIN-PARAMETROS    PIC X VALUE "1".

       77  CN-CLAVES            PIC 9(02) VALUE 21.
       01 TABLA-CLAVES.
           05 FILLER PIC X(20) VALUE "INTERVALO-CHECKPOINT".
           05 FILLER PIC 9(06) VALUE 000025.
           05 FILLER PIC X(20) VALUE "DIAS-VENTANA-VENTA".
           05 FILLER PIC 9(06) VALUE 000007.
           05 FILLER PIC 9(06) VALUE 000030.
           05 FILLER PIC X(20) VALUE "DESVIO-HORAS-TURNO".
           05 FILLER PIC 9(06) VALUE 000002.
           05 FILLER PIC 9(06) VALUE 000024.
           05 FILLER PIC X(20) VALUE "RECARGO-FERIADO".
           05 FILLER PIC 9(06) VALUE 000100.
           05 FILLER PIC 9(06) VALUE 000300.
           05 FILLER PIC X(20) VALUE "NETO-MINIMO".
           05 FILLER PIC 9(06) VALUE 000001.
           05 FILLER PIC 9(06) VALUE 999999.
           05 FILLER PIC X(20) VALUE "RETENCION-REPORTES".
           05 FILLER PIC 9(06) VALUE 000030.
           05 FILLER PIC 9(06) VALUE 000099.
           05 FILLER PIC X(20) VALUE "TOLERANCIA-DEPOSITO".
           05 FILLER PIC 9(06) VALUE 000010.
           05 FILLER PIC 9(06) VALUE 099999.
           05 FILLER PIC X(20) VALUE "CORRIDAS-PROMEDIO".
           05 FILLER PIC 9(06) VALUE 000010.
           05 FILLER PIC 9(06) VALUE 000099.
           05 FILLER PIC X(20) VALUE "TOPE-DESVIO-PASO".
           05 FILLER PIC 9(06) VALUE 000050.
           05 FILLER PIC 9(06) VALUE 000999.
           05 FILLER PIC X(20) VALUE "MINIMO-SEG-DESVIO".
           05 FILLER PIC 9(06) VALUE 000005.
           05 FILLER PIC 9(06) VALUE 003600.
           05 FILLER PIC X(20) VALUE "VENTANA-DIARIA-MIN".
           05 FILLER PIC 9(06) VALUE 000120.
           05 FILLER PIC 9(06) VALUE 001440.
           05 FILLER PIC X(20) VALUE "VENTANA-MENSUAL-MIN".
           05 FILLER PIC 9(06) VALUE 000240.
           05 FILLER PIC 9(06) VALUE 001440.
       01 TABLA-CLAVES-R REDEFINES TABLA-CLAVES.
           05 CLAVE-ENTRADA OCCURS 21 TIMES.
               10 TB-PM-CLAVE  PIC X(20).
               10 TB-PM-VALOR  PIC 9(06).
               10 TB-PM-MAXIMO PIC 9(06).
