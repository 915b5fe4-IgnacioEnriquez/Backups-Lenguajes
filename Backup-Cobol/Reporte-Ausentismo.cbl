      *          parametros.dat). Al final lista los legajos con mas
      *          dias tipo A del mes. Deja el resultado en
      *          ausentismo-AAAAMM.rpt y lo muestra por pantalla.
      *          Cada novedad se imputa al sector en que estaba el
      *          legajo en la fecha de la novedad y la dotacion de
      *          cada sector es la del fin del mes, segun la historia
      *          de asignaciones (SECTOR-A-FECHA); sin historia se usa
      *          el sector actual del maestro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-AVISO-SECTORES    PIC X VALUE "N".
       01  WS-ENCONTRADO-SECTOR PIC X VALUE "N".
       01  WS-SECTOR-NOVEDAD    PIC X(05) VALUE SPACES.
       01  WS-SECTOR-MODO       PIC X(01) VALUE SPACE.
       01  WS-FECHA-SECTOR      PIC 9(08) VALUE ZEROES.

       01 TABLA-AUSENTES.
           05 CN-AUSENTES PIC 9(03) VALUE ZEROES.
           PERFORM 1000-OBTENER-PARAMETROS.
           IF WS-PERIODO-VALIDO = "S"
               PERFORM 1500-CARGAR-MAESTRO-SECTORES
               PERFORM 1700-CARGAR-ASIGNACIONES
               PERFORM 2000-CONTAR-LEGAJOS-SECTOR
               PERFORM 3000-ACUMULAR-NOVEDADES
               PERFORM 4000-ESCRIBIR-REPORTE
               MOVE TB-MS-NOM(WS-SUB-MS) TO WS-NOMBRE-SECTOR
           END-IF.

           1700-CARGAR-ASIGNACIONES.
           MOVE "C" TO WS-SECTOR-MODO.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-NOVEDAD.
           MOVE "B" TO WS-SECTOR-MODO.

           1710-SECTOR-A-LA-FECHA.
           CALL "SECTOR-A-FECHA" USING WS-SECTOR-MODO
               WS-EMPLEADOS-LEGAJO WS-FECHA-SECTOR WS-SECTOR-NOVEDAD.

           2000-CONTAR-LEGAJOS-SECTOR.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF NOT EMPLEADOS-ABIERTO-OK
           IF WS-EMPLEADOS-LEGAJO NOT = SPACES
               AND NOT EMPLEADO-DE-BAJA
               MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-NOVEDAD
               COMPUTE WS-FECHA-SECTOR = WS-PERIODO-PEDIDO * 100 + 31
               PERFORM 1710-SECTOR-A-LA-FECHA
               PERFORM 2300-BUSCAR-O-CREAR-SECTOR
               IF WS-SECTOR-UBICADO = "S"
                   ADD 1 TO WS-SECTOR-LEGS(WS-SUB-SECTOR)
           3400-SUMAR-NOVEDAD.
           ADD 1 TO CN-NOVEDADES-MES.
           MOVE WS-EMPLEADOS-SECTOR TO WS-SECTOR-NOVEDAD.
           MOVE NV-FECHA TO WS-FECHA-SECTOR.
           PERFORM 1710-SECTOR-A-LA-FECHA.
           PERFORM 2300-BUSCAR-O-CREAR-SECTOR.
           IF WS-SECTOR-UBICADO = "S"
               EVALUATE NV-TIPO
