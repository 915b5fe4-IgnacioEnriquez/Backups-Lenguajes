      ******************************************************************
      * Author: Enriquez Ignacio
      * Date: 15/10/2026
      * Purpose: Layout del registro de nomina-ajustes.dat, los
      *          ajustes retroactivos de nomina. Cada registro es la
      *          diferencia de bruto de un legajo en un periodo ya
      *          cerrado (AJ-PERIODO-ORIGEN), recalculado por
      *          CALCULO-RETROACTIVO con las horas y el salario
      *          corregidos; la historia del periodo cerrado no se
      *          toca. AJ-BRUTO-ANTERIOR es el bruto vigente del
      *          periodo al momento de la correccion (el de la
      *          historia mas los ajustes ya liquidados) y
      *          AJ-DIFERENCIA, con signo, lo que falta pagar
      *          (positiva) o recuperar (negativa). El ajuste nace
      *          pendiente (P) y CALCULO-NOMINA lo liquida en el
      *          primer periodo abierto posterior, en una linea
      *          propia del recibo, y lo marca L con el periodo en
      *          que lo pago. AJ-SECUENCIA permite corregir de nuevo
      *          un periodo cuyo ajuste ya se liquido.
      ******************************************************************
       01 AJUSTE-RETRO-REGISTRO.
           05 AJ-CLAVE.
               10 AJ-PERIODO-ORIGEN PIC 9(06).
               10 AJ-LEGAJO         PIC X(11).
               10 AJ-SECUENCIA      PIC 9(02).
           05 AJ-ID-TRAB            PIC 9(05).
           05 AJ-SECTOR             PIC X(05).
           05 AJ-HORAS              PIC 9(03).
           05 AJ-EXTRA              PIC 9(03).
           05 AJ-SALARIO            PIC 9(05)V99.
           05 AJ-BRUTO-ANTERIOR     PIC 9(07)V99.
           05 AJ-BRUTO-CORREGIDO    PIC 9(07)V99.
           05 AJ-DIFERENCIA         PIC S9(07)V99.
           05 AJ-ESTADO             PIC X(01).
               88 AJ-PENDIENTE VALUE "P".
               88 AJ-LIQUIDADO VALUE "L".
           05 AJ-FECHA-ALTA         PIC 9(08).
           05 AJ-PERIODO-LIQ        PIC 9(06).
