      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Arma y desarma las copias de trabajo de la
      *          simulacion del cierre diario. Con modo P (preparar)
      *          guarda en la tabla del llamador el valor que tenia
      *          cada variable de entorno de ruta que el cierre
      *          modifica, copia los archivos reales a copias
      *          simulacion-* en el directorio de trabajo (empleados,
      *          historico de ventas, acumulado anual de horas, stock,
      *          horas diarias, depositos, conciliacion, ventas del
      *          dia por tienda con su manifiesto y checkpoint, los
      *          pendientes y rechazos, el contador del historico, la
      *          historia del cierre, el control del respaldo y las
      *          estadisticas de corrida) y apunta esas variables a
      *          las copias. Con modo R
      *          (restaurar) devuelve cada variable a su valor
      *          original, o a la ruta por omision si no estaba
      *          informada. Los archivos reales solo se leen. Lo
      *          llama PROCESO-CIERRE-DIARIO cuando corre con
      *          CIERRE-SIMULACION=S, ya con el candado tomado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARAR-SIMULACION IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPLEADOS-ARCHIVO
           ASSIGN TO WS-ORIGEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS WS-EMPLEADOS-LEGAJO
           ALTERNATE RECORD KEY IS WS-EMPLEADOS-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-ORIGEN-STATUS.

           SELECT EMPLEADOS-COPIA
           ASSIGN TO WS-DESTINO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SE-LEGAJO
           ALTERNATE RECORD KEY IS SE-SECTOR
               WITH DUPLICATES
           FILE STATUS IS WS-DESTINO-STATUS.

           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO WS-ORIGEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HV-CLAVE
           ALTERNATE RECORD KEY IS HV-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS HV-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-ORIGEN-STATUS.

           SELECT HISTORICO-COPIA
           ASSIGN TO WS-DESTINO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SH-CLAVE
           ALTERNATE RECORD KEY IS SH-CLAVE-TIENDA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS SH-CLAVE-PRODUCTO
               WITH DUPLICATES
           FILE STATUS IS WS-DESTINO-STATUS.

           SELECT OPTIONAL ACUMULADO-ARCHIVO
           ASSIGN TO WS-ORIGEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HA-CLAVE
           FILE STATUS IS WS-ORIGEN-STATUS.

           SELECT ACUMULADO-COPIA
           ASSIGN TO WS-DESTINO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SA-CLAVE
           FILE STATUS IS WS-DESTINO-STATUS.

           SELECT OPTIONAL STOCK-ARCHIVO
           ASSIGN TO WS-ORIGEN-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ST-CLAVE
           FILE STATUS IS WS-ORIGEN-STATUS.

           SELECT STOCK-COPIA
           ASSIGN TO WS-DESTINO-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SS-CLAVE
           FILE STATUS IS WS-DESTINO-STATUS.

           SELECT OPTIONAL ORIGEN-SECUENCIAL
           ASSIGN TO WS-ORIGEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIGEN-STATUS.

           SELECT DESTINO-SECUENCIAL
           ASSIGN TO WS-DESTINO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DESTINO-STATUS.

           SELECT OPTIONAL MANIFIESTO-ARCHIVO
           ASSIGN TO WS-MANIFIESTO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFIESTO-STATUS.

           SELECT MANIFIESTO-COPIA
           ASSIGN TO WS-MANIFIESTO-COPIA-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHECKPOINT-ARCHIVO
           ASSIGN TO "ventas.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT CHECKPOINT-COPIA
           ASSIGN TO "simulacion-ventas.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVO.
           COPY EMPLEADO.CPY.

       FD EMPLEADOS-COPIA
           RECORD CONTAINS 69 CHARACTERS.
       01 SIM-EMPLEADO-REGISTRO.
           05 SE-LEGAJO           PIC X(11).
           05 SE-SECTOR           PIC X(05).
           05 FILLER              PIC X(53).

       FD HISTORICO-ARCHIVO.
           COPY VENTAHIS.CPY.

       FD HISTORICO-COPIA
           RECORD CONTAINS 71 CHARACTERS.
       01 SIM-HISTORICO-REGISTRO.
           05 SH-CLAVE            PIC X(16).
           05 FILLER              PIC X(26).
           05 SH-CLAVE-TIENDA     PIC X(13).
           05 SH-CLAVE-PRODUCTO   PIC X(16).

       FD ACUMULADO-ARCHIVO.
           COPY ACUMULADO.CPY.

       FD ACUMULADO-COPIA
           RECORD CONTAINS 46 CHARACTERS.
       01 SIM-ACUMULADO-REGISTRO.
           05 SA-CLAVE            PIC X(15).
           05 FILLER              PIC X(31).

       FD STOCK-ARCHIVO.
           COPY STOCK.CPY.

       FD STOCK-COPIA
           RECORD CONTAINS 43 CHARACTERS.
       01 SIM-STOCK-REGISTRO.
           05 SS-CLAVE            PIC X(13).
           05 FILLER              PIC X(30).

       FD ORIGEN-SECUENCIAL.
       01 ORIGEN-LINEA            PIC X(256).

       FD DESTINO-SECUENCIAL.
       01 DESTINO-LINEA           PIC X(256).

       FD MANIFIESTO-ARCHIVO.
       01 MANIFIESTO-REGISTRO.
           05 MF-TIENDA           PIC X(05).
           05 MF-RUTA             PIC X(60).

       FD MANIFIESTO-COPIA.
       01 MANIFIESTO-COPIA-REGISTRO.
           05 MC-TIENDA           PIC X(05).
           05 MC-RUTA             PIC X(60).

       FD CHECKPOINT-ARCHIVO.
       01 CHECKPOINT-REGISTRO.
           05 CK-ARCHIVO-PROCESADO     PIC X(60).
           05 CK-RESTO                 PIC X(37).

       FD CHECKPOINT-COPIA.
       01 CHECKPOINT-COPIA-REGISTRO.
           05 CC-ARCHIVO-PROCESADO     PIC X(60).
           05 CC-RESTO                 PIC X(37).

       WORKING-STORAGE SECTION.
       01  WS-ORIGEN-PATH       PIC X(60) VALUE SPACES.
       01  WS-DESTINO-PATH      PIC X(60) VALUE SPACES.
       01  WS-ORIGEN-STATUS     PIC X(02) VALUE "00".
           88 ORIGEN-ABIERTO-OK VALUES "00" "05".
           88 ORIGEN-PRESENTE VALUE "00".
       01  WS-DESTINO-STATUS    PIC X(02) VALUE "00".
           88 DESTINO-ABIERTO-OK VALUES "00" "05".
       01  WS-MANIFIESTO-PATH   PIC X(60) VALUE SPACES.
       01  WS-MANIFIESTO-COPIA-PATH PIC X(60) VALUE SPACES.
       01  WS-MANIFIESTO-STATUS PIC X(02) VALUE "00".
           88 MANIFIESTO-PRESENTE VALUE "00".
       01  WS-CHECKPOINT-STATUS PIC X(02) VALUE "00".
           88 CHECKPOINT-PRESENTE VALUE "00".

       01  WS-FIN-ARCHIVO       PIC X VALUE "1".
       01  WS-FIN-MANIFIESTO    PIC X VALUE "1".
       01  WS-FIN-CHECKPOINT    PIC X VALUE "1".
       01  WS-HUBO-COPIA        PIC X VALUE "N".
       01  WS-SUB-ENT           PIC 9(02) VALUE ZEROES.
       01  WS-SUB-FIJO          PIC 9(02) VALUE ZEROES.
       01  WS-SUB-TRAD          PIC 9(02) VALUE ZEROES.
       01  WS-RUTA-TRADUCIDA    PIC X(60) VALUE SPACES.
       01  WS-MAX-TIENDAS       PIC 9(02) VALUE 20.
       01  CN-TIENDAS           PIC 9(02) VALUE ZEROES.
       01  CN-REGISTROS         PIC 9(06) VALUE ZEROES.

      * Variables de entorno de ruta que la simulacion redirige:
      * nombre, ruta por omision de los programas y copia de trabajo.
       01 TABLA-ENTORNO.
           05 FILLER PIC X(28) VALUE "EMPLEADOS-ARCHIVO-PATH".
           05 FILLER PIC X(45) VALUE "D:/Backup-Cobol/empleados.dat".
           05 FILLER PIC X(40) VALUE "simulacion-empleados.dat".
           05 FILLER PIC X(28) VALUE "VENTAS-HISTORICO-PATH".
           05 FILLER PIC X(45) VALUE "ventas-historico.dat".
           05 FILLER PIC X(40) VALUE "simulacion-ventas-historico.dat".
           05 FILLER PIC X(28) VALUE "HORAS-ANUALES-PATH".
           05 FILLER PIC X(45) VALUE "horas-anuales.dat".
           05 FILLER PIC X(40) VALUE "simulacion-horas-anuales.dat".
           05 FILLER PIC X(28) VALUE "STOCK-ARCHIVO-PATH".
           05 FILLER PIC X(45) VALUE "stock-tiendas.dat".
           05 FILLER PIC X(40) VALUE "simulacion-stock-tiendas.dat".
           05 FILLER PIC X(28) VALUE "HORAS-DIARIAS-PATH".
           05 FILLER PIC X(45) VALUE "horas-diarias.dat".
           05 FILLER PIC X(40) VALUE "simulacion-horas-diarias.dat".
           05 FILLER PIC X(28) VALUE "DEPOSITOS-ARCHIVO-PATH".
           05 FILLER PIC X(45) VALUE "depositos-tiendas.dat".
           05 FILLER PIC X(40)
               VALUE "simulacion-depositos-tiendas.dat".
           05 FILLER PIC X(28) VALUE "CONCILIACION-DEPOSITOS-PATH".
           05 FILLER PIC X(45) VALUE "conciliacion-depositos.dat".
           05 FILLER PIC X(40)
               VALUE "simulacion-conciliacion-depositos.dat".
           05 FILLER PIC X(28) VALUE "VENTAS-MANIFIESTO-PATH".
           05 FILLER PIC X(45) VALUE "ventas-manifiesto.dat".
           05 FILLER PIC X(40)
               VALUE "simulacion-ventas-manifiesto.dat".
           05 FILLER PIC X(28) VALUE "VENTAS-ARCHIVO-PATH".
           05 FILLER PIC X(45)
               VALUE "D:/Backup-Cobol/Programa-Ventas/ventas.dat".
           05 FILLER PIC X(40) VALUE "simulacion-ventas.dat".
       01 TABLA-ENTORNO-R REDEFINES TABLA-ENTORNO.
           05 ENTORNO-ENTRADA OCCURS 9 TIMES.
               10 TB-ENT-NOMBRE   PIC X(28).
               10 TB-ENT-DEFECTO  PIC X(45).
               10 TB-ENT-COPIA    PIC X(40).
       01  WS-CANT-ENTORNO      PIC 9(02) VALUE 9.
       01  WS-ENT-EMPLEADOS     PIC 9(02) VALUE 1.
       01  WS-ENT-HISTORICO     PIC 9(02) VALUE 2.
       01  WS-ENT-ACUMULADO     PIC 9(02) VALUE 3.
       01  WS-ENT-STOCK         PIC 9(02) VALUE 4.
       01  WS-ENT-MANIFIESTO    PIC 9(02) VALUE 8.
       01  WS-ENT-VENTAS        PIC 9(02) VALUE 9.

       01 TABLA-RUTAS-ORIGEN.
           05 TB-ENT-ORIGEN OCCURS 9 TIMES PIC X(60).

      * Archivos de ruta fija que los pasos del cierre actualizan y
      * que en la simulacion se abren con prefijo simulacion-.
       01 TABLA-FIJOS.
           05 FILLER PIC X(30) VALUE "ventas-rechazados.dat".
           05 FILLER PIC X(30) VALUE "ventas-reproceso.dat".
           05 FILLER PIC X(30) VALUE "ventas-reproceso-tomado.dat".
           05 FILLER PIC X(30) VALUE "ventas-duplicados.dat".
           05 FILLER PIC X(30) VALUE "ventas-resumen-tiendas.dat".
           05 FILLER PIC X(30) VALUE "historico-contador.dat".
           05 FILLER PIC X(30) VALUE "horas-diarias-aplicadas.dat".
           05 FILLER PIC X(30) VALUE "depositos-aplicados.dat".
           05 FILLER PIC X(30) VALUE "empleados-rechazados.dat".
           05 FILLER PIC X(30) VALUE "cierre-historia.dat".
           05 FILLER PIC X(30) VALUE "respaldo-empleados.ctl".
           05 FILLER PIC X(30) VALUE "cierre-estadisticas.dat".
       01 TABLA-FIJOS-R REDEFINES TABLA-FIJOS.
           05 TB-FIJO-NOMBRE OCCURS 12 TIMES PIC X(30).
       01  WS-CANT-FIJOS        PIC 9(02) VALUE 12.

      * Rutas de ventas reales y su copia, para traducir el checkpoint.
       01 TABLA-TRADUCCION.
           05 CN-TRAD PIC 9(02) VALUE ZEROES.
           05 TRADUCCION-ENTRADA OCCURS 21 TIMES.
               10 TB-TRAD-ORIGEN  PIC X(60).
               10 TB-TRAD-COPIA   PIC X(60).

       LINKAGE SECTION.
       01  LK-MODO-SIMULACION     PIC X.
       01  LK-ESTADO-SIMULACION   PIC X.
       01  LK-ARCHIVOS-COPIADOS   PIC 9(04).
       01  LK-ENTORNO-GUARDADO.
           05 LK-VALOR-ENTORNO OCCURS 9 TIMES PIC X(60).

       PROCEDURE DIVISION USING LK-MODO-SIMULACION
                                LK-ESTADO-SIMULACION
                                LK-ARCHIVOS-COPIADOS
                                LK-ENTORNO-GUARDADO.
           0000-MAINLINE.
           MOVE "0" TO LK-ESTADO-SIMULACION.
           IF LK-MODO-SIMULACION = "R"
               PERFORM 6000-RESTAURAR-ENTORNO
           ELSE
               MOVE ZEROES TO LK-ARCHIVOS-COPIADOS
               PERFORM 1000-GUARDAR-ENTORNO
               PERFORM 2000-COPIAR-EMPLEADOS
               PERFORM 2100-COPIAR-HISTORICO
               PERFORM 2200-COPIAR-ACUMULADO
               PERFORM 2300-COPIAR-STOCK
               PERFORM 3000-COPIAR-SECUENCIALES
               PERFORM 4000-COPIAR-MANIFIESTO
               PERFORM 4500-COPIAR-CHECKPOINT
               PERFORM 5000-FIJAR-ENTORNO
           END-IF.
           GOBACK.

           1000-GUARDAR-ENTORNO.
           PERFORM 1100-GUARDAR-UNA-VARIABLE
               VARYING WS-SUB-ENT FROM 1 BY 1
               UNTIL WS-SUB-ENT > WS-CANT-ENTORNO.

           1100-GUARDAR-UNA-VARIABLE.
           MOVE SPACES TO LK-VALOR-ENTORNO(WS-SUB-ENT).
           ACCEPT LK-VALOR-ENTORNO(WS-SUB-ENT) FROM ENVIRONMENT
               TB-ENT-NOMBRE(WS-SUB-ENT)
           ON EXCEPTION
               CONTINUE
           END-ACCEPT.
           IF LK-VALOR-ENTORNO(WS-SUB-ENT) NOT = SPACES
               MOVE LK-VALOR-ENTORNO(WS-SUB-ENT)
                   TO TB-ENT-ORIGEN(WS-SUB-ENT)
           ELSE
               MOVE TB-ENT-DEFECTO(WS-SUB-ENT)
                   TO TB-ENT-ORIGEN(WS-SUB-ENT)
           END-IF.

           1200-ARMAR-RUTAS-ENTORNO.
           MOVE TB-ENT-ORIGEN(WS-SUB-ENT) TO WS-ORIGEN-PATH.
           MOVE TB-ENT-COPIA(WS-SUB-ENT) TO WS-DESTINO-PATH.
           MOVE ZEROES TO CN-REGISTROS.
           MOVE "1" TO WS-FIN-ARCHIVO.

           1300-INFORMAR-COPIA.
           IF WS-HUBO-COPIA = "S"
               ADD 1 TO LK-ARCHIVOS-COPIADOS
           END-IF.
           IF NOT DESTINO-ABIERTO-OK
               MOVE "2" TO LK-ESTADO-SIMULACION
               DISPLAY "*** NO SE PUDO ARMAR LA COPIA "
                   WS-DESTINO-PATH " - STATUS " WS-DESTINO-STATUS
                   " ***"
           ELSE
               DISPLAY "COPIA DE TRABAJO " WS-DESTINO-PATH
                   " REGISTROS: " CN-REGISTROS
           END-IF.

           2000-COPIAR-EMPLEADOS.
           MOVE WS-ENT-EMPLEADOS TO WS-SUB-ENT.
           PERFORM 1200-ARMAR-RUTAS-ENTORNO.
           MOVE "N" TO WS-HUBO-COPIA.
           OPEN OUTPUT EMPLEADOS-COPIA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF ORIGEN-PRESENTE AND DESTINO-ABIERTO-OK
               MOVE "S" TO WS-HUBO-COPIA
               PERFORM 2010-LEER-EMPLEADO
               PERFORM 2020-GRABAR-EMPLEADO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE EMPLEADOS-COPIA.
           PERFORM 1300-INFORMAR-COPIA.

           2010-LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ARCHIVO
           END-READ.

           2020-GRABAR-EMPLEADO.
           MOVE EMPLEADO-REGISTRO TO SIM-EMPLEADO-REGISTRO.
           WRITE SIM-EMPLEADO-REGISTRO
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CN-REGISTROS
           END-WRITE.
           PERFORM 2010-LEER-EMPLEADO.

           2100-COPIAR-HISTORICO.
           MOVE WS-ENT-HISTORICO TO WS-SUB-ENT.
           PERFORM 1200-ARMAR-RUTAS-ENTORNO.
           MOVE "N" TO WS-HUBO-COPIA.
           OPEN OUTPUT HISTORICO-COPIA.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF ORIGEN-PRESENTE AND DESTINO-ABIERTO-OK
               MOVE "S" TO WS-HUBO-COPIA
               PERFORM 2110-LEER-HISTORICO
               PERFORM 2120-GRABAR-HISTORICO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE HISTORICO-ARCHIVO.
           CLOSE HISTORICO-COPIA.
           PERFORM 1300-INFORMAR-COPIA.

           2110-LEER-HISTORICO.
           READ HISTORICO-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ARCHIVO
           END-READ.

           2120-GRABAR-HISTORICO.
           MOVE HISTORICO-REGISTRO TO SIM-HISTORICO-REGISTRO.
           WRITE SIM-HISTORICO-REGISTRO
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CN-REGISTROS
           END-WRITE.
           PERFORM 2110-LEER-HISTORICO.

           2200-COPIAR-ACUMULADO.
           MOVE WS-ENT-ACUMULADO TO WS-SUB-ENT.
           PERFORM 1200-ARMAR-RUTAS-ENTORNO.
           MOVE "N" TO WS-HUBO-COPIA.
           OPEN OUTPUT ACUMULADO-COPIA.
           OPEN INPUT ACUMULADO-ARCHIVO.
           IF ORIGEN-PRESENTE AND DESTINO-ABIERTO-OK
               MOVE "S" TO WS-HUBO-COPIA
               PERFORM 2210-LEER-ACUMULADO
               PERFORM 2220-GRABAR-ACUMULADO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE ACUMULADO-ARCHIVO.
           CLOSE ACUMULADO-COPIA.
           PERFORM 1300-INFORMAR-COPIA.

           2210-LEER-ACUMULADO.
           READ ACUMULADO-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ARCHIVO
           END-READ.

           2220-GRABAR-ACUMULADO.
           MOVE ACUMULADO-REGISTRO TO SIM-ACUMULADO-REGISTRO.
           WRITE SIM-ACUMULADO-REGISTRO
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CN-REGISTROS
           END-WRITE.
           PERFORM 2210-LEER-ACUMULADO.

           2300-COPIAR-STOCK.
           MOVE WS-ENT-STOCK TO WS-SUB-ENT.
           PERFORM 1200-ARMAR-RUTAS-ENTORNO.
           MOVE "N" TO WS-HUBO-COPIA.
           OPEN OUTPUT STOCK-COPIA.
           OPEN INPUT STOCK-ARCHIVO.
           IF ORIGEN-PRESENTE AND DESTINO-ABIERTO-OK
               MOVE "S" TO WS-HUBO-COPIA
               PERFORM 2310-LEER-STOCK
               PERFORM 2320-GRABAR-STOCK
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE STOCK-ARCHIVO.
           CLOSE STOCK-COPIA.
           PERFORM 1300-INFORMAR-COPIA.

           2310-LEER-STOCK.
           READ STOCK-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ARCHIVO
           END-READ.

           2320-GRABAR-STOCK.
           MOVE STOCK-REGISTRO TO SIM-STOCK-REGISTRO.
           WRITE SIM-STOCK-REGISTRO
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CN-REGISTROS
           END-WRITE.
           PERFORM 2310-LEER-STOCK.

           3000-COPIAR-SECUENCIALES.
           PERFORM 3100-COPIAR-UNO-ENTORNO
               VARYING WS-SUB-ENT FROM 5 BY 1
               UNTIL WS-SUB-ENT > 7.
           MOVE WS-ENT-VENTAS TO WS-SUB-ENT.
           PERFORM 3100-COPIAR-UNO-ENTORNO.
           ADD 1 TO CN-TRAD.
           MOVE TB-ENT-ORIGEN(WS-ENT-VENTAS) TO TB-TRAD-ORIGEN(CN-TRAD).
           MOVE TB-ENT-COPIA(WS-ENT-VENTAS) TO TB-TRAD-COPIA(CN-TRAD).
           PERFORM 3200-COPIAR-UNO-FIJO
               VARYING WS-SUB-FIJO FROM 1 BY 1
               UNTIL WS-SUB-FIJO > WS-CANT-FIJOS.

           3100-COPIAR-UNO-ENTORNO.
           PERFORM 1200-ARMAR-RUTAS-ENTORNO.
           PERFORM 3500-COPIAR-SECUENCIAL.

           3200-COPIAR-UNO-FIJO.
           MOVE TB-FIJO-NOMBRE(WS-SUB-FIJO) TO WS-ORIGEN-PATH.
           MOVE SPACES TO WS-DESTINO-PATH.
           STRING "simulacion-" DELIMITED BY SIZE
               TB-FIJO-NOMBRE(WS-SUB-FIJO) DELIMITED BY SPACE
               INTO WS-DESTINO-PATH.
           MOVE ZEROES TO CN-REGISTROS.
           MOVE "1" TO WS-FIN-ARCHIVO.
           PERFORM 3500-COPIAR-SECUENCIAL.

      * Copia linea por linea WS-ORIGEN-PATH sobre WS-DESTINO-PATH.
      * Sin original la copia queda vacia, para no arrastrar lo que
      * haya dejado una simulacion anterior.
           3500-COPIAR-SECUENCIAL.
           MOVE "N" TO WS-HUBO-COPIA.
           OPEN OUTPUT DESTINO-SECUENCIAL.
           OPEN INPUT ORIGEN-SECUENCIAL.
           IF ORIGEN-PRESENTE AND DESTINO-ABIERTO-OK
               MOVE "S" TO WS-HUBO-COPIA
               PERFORM 3510-LEER-ORIGEN
               PERFORM 3520-GRABAR-DESTINO
                   UNTIL WS-FIN-ARCHIVO = "0"
           END-IF.
           CLOSE ORIGEN-SECUENCIAL.
           CLOSE DESTINO-SECUENCIAL.
           PERFORM 1300-INFORMAR-COPIA.

           3510-LEER-ORIGEN.
           READ ORIGEN-SECUENCIAL NEXT RECORD
               AT END MOVE "0" TO WS-FIN-ARCHIVO
           END-READ.

           3520-GRABAR-DESTINO.
           WRITE DESTINO-LINEA FROM ORIGEN-LINEA.
           ADD 1 TO CN-REGISTROS.
           PERFORM 3510-LEER-ORIGEN.

      * Cada ruta del manifiesto se copia a simulacion-ventas-<tienda>
      * y el manifiesto de trabajo apunta a esas copias.
           4000-COPIAR-MANIFIESTO.
           MOVE TB-ENT-ORIGEN(WS-ENT-MANIFIESTO) TO WS-MANIFIESTO-PATH.
           MOVE TB-ENT-COPIA(WS-ENT-MANIFIESTO)
               TO WS-MANIFIESTO-COPIA-PATH.
           MOVE ZEROES TO CN-TIENDAS.
           MOVE "1" TO WS-FIN-MANIFIESTO.
           OPEN OUTPUT MANIFIESTO-COPIA.
           OPEN INPUT MANIFIESTO-ARCHIVO.
           IF MANIFIESTO-PRESENTE
               PERFORM 4100-LEER-MANIFIESTO
               PERFORM 4200-COPIAR-TIENDA
                   UNTIL WS-FIN-MANIFIESTO = "0"
                   OR CN-TIENDAS = WS-MAX-TIENDAS
               ADD 1 TO LK-ARCHIVOS-COPIADOS
           END-IF.
           CLOSE MANIFIESTO-ARCHIVO.
           CLOSE MANIFIESTO-COPIA.
           DISPLAY "COPIA DE TRABAJO " WS-MANIFIESTO-COPIA-PATH
               " TIENDAS: " CN-TIENDAS.

           4100-LEER-MANIFIESTO.
           READ MANIFIESTO-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-MANIFIESTO
           END-READ.

           4200-COPIAR-TIENDA.
           IF MF-RUTA NOT = SPACES
               ADD 1 TO CN-TIENDAS
               MOVE MF-RUTA TO WS-ORIGEN-PATH
               MOVE SPACES TO WS-DESTINO-PATH
               STRING "simulacion-ventas-" DELIMITED BY SIZE
                   MF-TIENDA DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-DESTINO-PATH
               MOVE ZEROES TO CN-REGISTROS
               MOVE "1" TO WS-FIN-ARCHIVO
               PERFORM 3500-COPIAR-SECUENCIAL
               MOVE MF-TIENDA TO MC-TIENDA
               MOVE WS-DESTINO-PATH TO MC-RUTA
               WRITE MANIFIESTO-COPIA-REGISTRO
               ADD 1 TO CN-TRAD
               MOVE MF-RUTA TO TB-TRAD-ORIGEN(CN-TRAD)
               MOVE WS-DESTINO-PATH TO TB-TRAD-COPIA(CN-TRAD)
           END-IF.
           PERFORM 4100-LEER-MANIFIESTO.

      * El checkpoint de trabajo guarda las mismas marcas que el real
      * pero con las rutas de las copias, asi un reinicio de ventas
      * se simula igual que se correria.
           4500-COPIAR-CHECKPOINT.
           MOVE "1" TO WS-FIN-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-COPIA.
           OPEN INPUT CHECKPOINT-ARCHIVO.
           IF CHECKPOINT-PRESENTE
               PERFORM 4510-LEER-CHECKPOINT
               PERFORM 4520-GRABAR-CHECKPOINT
                   UNTIL WS-FIN-CHECKPOINT = "0"
               ADD 1 TO LK-ARCHIVOS-COPIADOS
           END-IF.
           CLOSE CHECKPOINT-ARCHIVO.
           CLOSE CHECKPOINT-COPIA.

           4510-LEER-CHECKPOINT.
           READ CHECKPOINT-ARCHIVO NEXT RECORD
               AT END MOVE "0" TO WS-FIN-CHECKPOINT
           END-READ.

           4520-GRABAR-CHECKPOINT.
           MOVE CK-ARCHIVO-PROCESADO TO WS-RUTA-TRADUCIDA.
           PERFORM 4530-TRADUCIR-RUTA
               VARYING WS-SUB-TRAD FROM 1 BY 1
               UNTIL WS-SUB-TRAD > CN-TRAD.
           MOVE WS-RUTA-TRADUCIDA TO CC-ARCHIVO-PROCESADO.
           MOVE CK-RESTO TO CC-RESTO.
           WRITE CHECKPOINT-COPIA-REGISTRO.
           PERFORM 4510-LEER-CHECKPOINT.

           4530-TRADUCIR-RUTA.
           IF CK-ARCHIVO-PROCESADO = TB-TRAD-ORIGEN(WS-SUB-TRAD)
               MOVE TB-TRAD-COPIA(WS-SUB-TRAD) TO WS-RUTA-TRADUCIDA
           END-IF.

           5000-FIJAR-ENTORNO.
           PERFORM 5100-FIJAR-UNA-VARIABLE
               VARYING WS-SUB-ENT FROM 1 BY 1
               UNTIL WS-SUB-ENT > WS-CANT-ENTORNO.

           5100-FIJAR-UNA-VARIABLE.
           SET ENVIRONMENT TB-ENT-NOMBRE(WS-SUB-ENT)
               TO TB-ENT-COPIA(WS-SUB-ENT).

      * Sin valor guardado se deja la ruta por omision y no un blanco,
      * porque varios programas toman la ruta de empleados y la de
      * ventas directo del entorno.
           6000-RESTAURAR-ENTORNO.
           PERFORM 6100-RESTAURAR-UNA-VARIABLE
               VARYING WS-SUB-ENT FROM 1 BY 1
               UNTIL WS-SUB-ENT > WS-CANT-ENTORNO.

           6100-RESTAURAR-UNA-VARIABLE.
           IF LK-VALOR-ENTORNO(WS-SUB-ENT) NOT = SPACES
               SET ENVIRONMENT TB-ENT-NOMBRE(WS-SUB-ENT)
                   TO LK-VALOR-ENTORNO(WS-SUB-ENT)
           ELSE
               SET ENVIRONMENT TB-ENT-NOMBRE(WS-SUB-ENT)
                   TO TB-ENT-DEFECTO(WS-SUB-ENT)
           END-IF.

       END PROGRAM PREPARAR-SIMULACION.
