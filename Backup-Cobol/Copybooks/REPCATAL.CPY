      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de reportes-catalogo.dat, el
      *          catalogo de reportes guardados por los cierres. Cada
      *          entrada es una generacion de un reporte (RC-REPORTE,
      *          nombre logico fijo aunque el .rpt de origen lleve
      *          fecha en el nombre) bajo su fecha de negocio. La graba
      *          CATALOGAR-REPORTE, que copia el .rpt a
      *          catalogo-<REPORTE>-Gnn.rpt en un ciclo de tantas
      *          generaciones como diga el parametro
      *          RETENCION-REPORTES, igual que los respaldos de
      *          empleados: al volver a usar un numero la generacion
      *          mas vieja sale del catalogo y su copia se pisa.
      *          RC-PERFIL es el perfil minimo del menu para ver o
      *          reimprimir la generacion (3 para los de nomina).
      *          La lee CONSULTA-REPORTES.
      ******************************************************************
       01 CATALOGO-REPORTE-REGISTRO.
           05 RC-CLAVE.
               10 RC-REPORTE         PIC X(20).
               10 RC-FECHA           PIC 9(08).
           05 RC-PROGRAMA            PIC X(24).
           05 RC-ARCHIVO-ORIGEN      PIC X(60).
           05 RC-ARCHIVO-GUARDADO    PIC X(60).
           05 RC-GENERACION          PIC 9(02).
           05 RC-LINEAS              PIC 9(06).
           05 RC-PAGINAS             PIC 9(04).
           05 RC-OPERADOR            PIC X(10).
           05 RC-PERFIL              PIC 9(01).
           05 RC-FECHA-ALTA          PIC 9(08).
           05 RC-HORA-ALTA           PIC 9(08).
