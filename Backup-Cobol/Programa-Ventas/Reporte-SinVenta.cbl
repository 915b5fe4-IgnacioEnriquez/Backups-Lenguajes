      *          de barras muerto o una gondola vacia aparecen justo
      *          con este patron. Deja el listado en
      *          productos-sin-venta.rpt; lo llama el cierre diario
      *          tras una corrida limpia. Las devoluciones (tipo D)
      *          no cuentan como dia con venta ni como venta del
      *          cierre; solo restan del importe acumulado en la
      *          ventana. Los feriados y dias no laborables de
      *          feriados.dat (via CALENDARIO-FERIADOS) no entran en la
      *          ventana, y si el dia del cierre es no habil no se
      *          evalua: la tienda cerrada no es un producto muerto.
      *          En la simulacion del cierre (CIERRE-SIMULACION=S)
      *          toma la historia, la fecha de negocio y el historico
      *          de las copias de trabajo simulacion-* y deja
      *          simulacion-productos-sin-venta.rpt con la leyenda
      *          de simulacion.
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

           SELECT OPTIONAL HISTORIA-ARCHIVO
           ASSIGN TO WS-HISTORIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT OPTIONAL FECHA-NEGOCIO-ARCHIVO
           ASSIGN TO WS-FECHA-NEG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FECHA-NEG-STATUS.

           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO WS-REPORTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD HISTORIA-ARCHIVO.
       01 HISTORIA-REGISTRO.
       01  WS-HISTORICO-PATH   PIC X(60) VALUE "ventas-historico.dat".
       01  WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           88 HISTORICO-PRESENTE VALUE "00".
       01  WS-HISTORIA-PATH    PIC X(40) VALUE "cierre-historia.dat".
       01  WS-HISTORIA-STATUS  PIC X(02) VALUE "00".
           88 HISTORIA-ABIERTO-OK VALUES "00" "05".
       01  WS-FECHA-NEG-PATH   PIC X(40) VALUE "fecha-negocio.ctl".
       01  WS-FECHA-NEG-STATUS PIC X(02) VALUE "00".
           88 FECHA-NEG-ABIERTO-OK VALUES "00" "05".
       01  WS-PRODUCTOS-PATH   PIC X(60) VALUE "productos.dat".
       01  WS-FIN-PARAMETROS   PIC X VALUE "1".
       01  WS-FIN-ARCHIVO      PIC X VALUE "1".
       01  WS-RUTA-ENTORNO     PIC X(60) VALUE SPACES.
       01  WS-REPORTE-PATH     PIC X(40)
           VALUE "productos-sin-venta.rpt".
       01  WS-SIMULACION       PIC X VALUE "N".

       01  WS-DIAS-MINIMOS     PIC 9(02) VALUE 3.
       01  WS-DIAS-VENTANA     PIC 9(02) VALUE 7.
       01  WS-SUB-BUSQUEDA     PIC 9(02) VALUE ZEROES.
       01  WS-FECHA-EN-VENTANA PIC X VALUE "N".

       01  WS-CALENDARIO-MODO  PIC X(01) VALUE SPACE.
       01  WS-CALENDARIO-FECHA PIC 9(08) VALUE ZEROES.
       01  WS-CALENDARIO-HASTA PIC 9(08) VALUE ZEROES.
       01  WS-TIPO-DIA         PIC X(01) VALUE SPACE.
       01  WS-CANT-NO-HABILES  PIC 9(05) VALUE ZEROES.

       01 TABLA-PRODUCTOS.
           05 CN-PRODUCTOS PIC 9(03) VALUE ZEROES.
           05 PRODUCTO-ENTRADA OCCURS 500 TIMES.
               10 TB-PR-COD       PIC X(08).
               10 TB-PR-DIAS      PIC 9(02).
               10 TB-PR-ULT-FECHA PIC 9(08).
               10 TB-PR-IMPORTE   PIC S9(09)V99.
               10 TB-PR-HOY       PIC X(01).

       01  WS-SUB-PRODUCTO     PIC 9(03) VALUE ZEROES.
       01  WS-SUB-PR-HALLADO   PIC 9(03) VALUE ZEROES.
       01  WS-PRODUCTO-HALLADO PIC X VALUE "N".
       01  WS-DESBORDE-PROD    PIC X VALUE "N".
       01  WS-PROMEDIO-DIARIO  PIC S9(09)V99 VALUE ZEROES.
       01  CN-ALERTADOS        PIC 9(03) VALUE ZEROES.

       01 LINEA-TITULO.
           VALUE "PRODUCTOS SIN VENTA EN EL DIA DEL CIERRE ".
           05 RT-FECHA-CIERRE PIC 9(08).

       01 LINEA-SIMULACION.
           05 FILLER PIC X(46)
           VALUE "*** SIMULACION DE CIERRE - SIN EFECTO REAL ***".

       01 LINEA-PARAMETROS.
           05 FILLER PIC X(10) VALUE "VENTANA : ".
           05 RT-VENTANA PIC Z9.
           05 FILLER         PIC X(14) VALUE "  DIAS VENTA: ".
           05 RT-DIAS        PIC Z9.
           05 FILLER         PIC X(19) VALUE "  PROMEDIO DIARIO: ".
           05 RT-PROMEDIO    PIC -ZZZZZ9.99.

       01 LINEA-TOTAL.
           05 FILLER PIC X(31)
               DISPLAY "*** SIN FECHA DE CIERRE CONOCIDA - NO SE "
                   "EVALUAN PRODUCTOS SIN VENTA ***"
           ELSE
               MOVE WS-FECHA-CIERRE TO WS-CALENDARIO-FECHA
               PERFORM 1300-CONSULTAR-CALENDARIO
               IF WS-TIPO-DIA NOT = SPACE
                   DISPLAY "DIA DE CIERRE " WS-FECHA-CIERRE
                       " NO HABIL - NO SE EVALUAN PRODUCTOS SIN VENTA"
               ELSE
                   PERFORM 1900-EVALUAR-CIERRE
               END-IF
           END-IF.
           GOBACK.
           IF WS-RUTA-ENTORNO NOT = SPACES
               MOVE WS-RUTA-ENTORNO TO WS-PRODUCTOS-PATH
           END-IF.
           ACCEPT WS-SIMULACION FROM ENVIRONMENT "CIERRE-SIMULACION"
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF WS-SIMULACION = "S"
               MOVE "simulacion-cierre-historia.dat"
                   TO WS-HISTORIA-PATH
               MOVE "simulacion-fecha-negocio.ctl"
                   TO WS-FECHA-NEG-PATH
               MOVE "simulacion-productos-sin-venta.rpt"
                   TO WS-REPORTE-PATH
           END-IF.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-LEER-FECHA-CIERRE.
           PERFORM 1250-CARGAR-CALENDARIO.

           1100-LEER-PARAMETROS.
           MOVE SPACES TO WS-RUTA-ENTORNO.
           END-IF.
           CLOSE FECHA-NEGOCIO-ARCHIVO.

           1250-CARGAR-CALENDARIO.
           MOVE "C" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-CALENDARIO-FECHA WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.

           1300-CONSULTAR-CALENDARIO.
           MOVE "B" TO WS-CALENDARIO-MODO.
           CALL "CALENDARIO-FERIADOS" USING WS-CALENDARIO-MODO
               WS-CALENDARIO-FECHA WS-CALENDARIO-HASTA WS-TIPO-DIA
               WS-CANT-NO-HABILES.

           1900-EVALUAR-CIERRE.
           PERFORM 2000-ARMAR-VENTANA.
           IF CN-VENTANA = 0
               DISPLAY "SIN DIAS HABILES PREVIOS EN LA HISTORIA - "
                   "NADA QUE COMPARAR"
           ELSE
               PERFORM 3000-RECORRER-HISTORICO
               PERFORM 4000-EMITIR-REPORTE
           END-IF.

           2000-ARMAR-VENTANA.
           MOVE "1" TO WS-FIN-ARCHIVO.
           OPEN INPUT HISTORIA-ARCHIVO.
           2200-GUARDAR-DIA-HABIL.
           IF HC-VENTAS-COMPLETA = "S"
               AND HC-FECHA < WS-FECHA-CIERRE
               MOVE HC-FECHA TO WS-CALENDARIO-FECHA
               PERFORM 1300-CONSULTAR-CALENDARIO
               IF WS-TIPO-DIA = SPACE
                   PERFORM 2300-AGREGAR-A-VENTANA
               END-IF
           END-IF.
           PERFORM 2100-LEER-HISTORIA.

                   MOVE "0" TO WS-FIN-ARCHIVO
               NOT AT END
                   IF HV-FECHA = WS-FECHA-CIERRE
                       IF NOT HV-ES-DEVOLUCION
                           PERFORM 3200-MARCAR-VENDIDO-HOY
                       END-IF
                   ELSE
                       PERFORM 3300-ACUMULAR-EN-VENTANA
                   END-IF
           IF WS-FECHA-EN-VENTANA = "S"
               PERFORM 3400-BUSCAR-O-CREAR-PRODUCTO
               IF WS-PRODUCTO-HALLADO = "S"
                   IF HV-ES-DEVOLUCION
                       SUBTRACT HV-IMPORTE
                           FROM TB-PR-IMPORTE(WS-SUB-PRODUCTO)
                   ELSE
                       PERFORM 3320-SUMAR-DIA-VENDIDO
                   END-IF
               END-IF
           END-IF.

               MOVE "S" TO WS-FECHA-EN-VENTANA
           END-IF.

           3320-SUMAR-DIA-VENDIDO.
           IF TB-PR-ULT-FECHA(WS-SUB-PRODUCTO) NOT = HV-FECHA
               ADD 1 TO TB-PR-DIAS(WS-SUB-PRODUCTO)
               MOVE HV-FECHA TO TB-PR-ULT-FECHA(WS-SUB-PRODUCTO)
           END-IF.
           ADD HV-IMPORTE TO TB-PR-IMPORTE(WS-SUB-PRODUCTO).

           3400-BUSCAR-O-CREAR-PRODUCTO.
           MOVE "N" TO WS-PRODUCTO-HALLADO.
           MOVE ZEROES TO WS-SUB-PR-HALLADO.
           MOVE WS-FECHA-CIERRE TO RT-FECHA-CIERRE.
           WRITE REPORTE-LINEA FROM LINEA-TITULO.
           DISPLAY LINEA-TITULO.
           IF WS-SIMULACION = "S"
               WRITE REPORTE-LINEA FROM LINEA-SIMULACION
               DISPLAY LINEA-SIMULACION
           END-IF.
           MOVE CN-VENTANA TO RT-VENTANA.
           MOVE WS-DIAS-MINIMOS TO RT-MINIMO.
           WRITE REPORTE-LINEA FROM LINEA-PARAMETROS.
