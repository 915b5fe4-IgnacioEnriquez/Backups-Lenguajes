      *          hizo cada cambio. Sin maestro de operadores la
      *          sesion corre sin control, con advertencia, para no
      *          dejar afuera a una instalacion recien convertida.
      *          La consulta del catalogo de reportes recibe el
      *          perfil de la sesion para filtrar cada generacion
      *          guardada por su propio perfil minimo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RESP-ESTADO      PIC X VALUE "1".
       01  WS-RESP-REGISTROS   PIC 9(04) VALUE ZEROES.
       01  WS-ESTADO-PASO      PIC X VALUE "2".
       01  WS-EXCEPCIONES-INTEGRIDAD PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.
           0000-PRINCIPAL.
           DISPLAY " 35 = LIBERAR CANDADO DE CORRIDA (SUPERVISADO)".
           DISPLAY " 36 = MIGRAR EMPLEADOS AL FORMATO NUEVO".
           DISPLAY " 37 = MIGRAR PRODUCTOS AL FORMATO NUEVO".
           DISPLAY " 38 = CAPTURA DE STOCK POR TIENDA".
           DISPLAY " 39 = REPOSICION DE STOCK".
           DISPLAY " 40 = DIFERENCIAS DE INVENTARIO".
           DISPLAY " 41 = MANTENIMIENTO DE COMISIONES DE VENTA".
           DISPLAY " 42 = LIQUIDACION DE COMISIONES DE VENTA".
           DISPLAY " 43 = MANTENIMIENTO DE CUENTAS BANCARIAS".
           DISPLAY " 44 = ARCHIVO DE TRANSFERENCIAS DE HABERES".
           DISPLAY " 45 = CALCULO DE AGUINALDO (SAC)".
           DISPLAY " 46 = MANTENIMIENTO DE TURNOS PLANIFICADOS".
           DISPLAY " 47 = MANTENIMIENTO DE FERIADOS".
           DISPLAY " 48 = VERIFICACION DE INTEGRIDAD DE DATOS".
           DISPLAY " 49 = AJUSTE RETROACTIVO DE NOMINA".
           DISPLAY " 50 = MANTENIMIENTO DE PRESTAMOS Y ADELANTOS".
           DISPLAY " 51 = SALDOS DE PRESTAMOS Y ADELANTOS".
           DISPLAY " 52 = CATALOGO Y REIMPRESION DE REPORTES".
           DISPLAY " 53 = CERTIFICADO ANUAL DE REMUNERACIONES".
           DISPLAY " 54 = CONSULTA DEL HISTORICO DE VENTAS".
           DISPLAY " 55 = CARGA DE DEPOSITOS DE TIENDAS".
           DISPLAY " 56 = COSTO LABORAL SOBRE VENTAS POR SECTOR".
           DISPLAY " 57 = DOTACION Y ROTACION DE PERSONAL".
           DISPLAY " 58 = SIMULACION DE CIERRE DIARIO".
           DISPLAY " 59 = ESTADISTICAS DE CORRIDA DEL CIERRE".
           DISPLAY " 60 = DESEMPENO DE TIENDAS Y REGIONES".
           DISPLAY " 61 = MIGRAR SECTORES AL FORMATO NUEVO".
           DISPLAY " 62 = MIGRAR HISTORICO DE VENTAS AL FORMATO NUEVO".
           DISPLAY " 63 = MIGRAR HISTORIA DE NOMINA AL FORMATO NUEVO".
           DISPLAY " CC = VER O CAMBIAR CONTEXTO".
           DISPLAY " FF = FIN".
           DISPLAY "OPCION: ".
               WHEN "35" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "36" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "37" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "61" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "62" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "63" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "41" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "42" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "43" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "44" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "45" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "49" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "50" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "51" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "53" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "56" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "57" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "58" MOVE 3 TO WS-PERFIL-REQUERIDO
               WHEN "03" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "04" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "05" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "26" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "31" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "33" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "38" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "46" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "47" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "48" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "55" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "59" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN "CC" MOVE 2 TO WS-PERFIL-REQUERIDO
               WHEN OTHER MOVE 1 TO WS-PERFIL-REQUERIDO
           END-EVALUATE.
                   MOVE "MIGRAR-PRODUCTOS" TO WS-NOMBRE-FUNCION
                   CALL "MIGRAR-PRODUCTOS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "61"
                   MOVE "MIGRAR-SECTORES" TO WS-NOMBRE-FUNCION
                   CALL "MIGRAR-SECTORES"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "62"
                   MOVE "MIGRAR-HISTORICO" TO WS-NOMBRE-FUNCION
                   CALL "MIGRAR-HISTORICO"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "63"
                   MOVE "MIGRAR-NOMINA-HISTORIA" TO WS-NOMBRE-FUNCION
                   CALL "MIGRAR-NOMINA-HISTORIA"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "38"
                   MOVE "CAPTURA-STOCK" TO WS-NOMBRE-FUNCION
                   CALL "CAPTURA-STOCK"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "39"
                   MOVE "REPORTE-REPOSICION" TO WS-NOMBRE-FUNCION
                   CALL "REPORTE-REPOSICION"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "40"
                   MOVE "REPORTE-FALTANTES" TO WS-NOMBRE-FUNCION
                   CALL "REPORTE-FALTANTES"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "41"
                   MOVE "MANT. COMISIONES" TO WS-NOMBRE-FUNCION
                   CALL "MANTENIMIENTO-COMISIONES"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "42"
                   MOVE "LIQUIDAR-COMISIONES" TO WS-NOMBRE-FUNCION
                   CALL "LIQUIDAR-COMISIONES" USING WS-ESTADO-PASO
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "43"
                   MOVE "MANT. CUENTAS BANCO" TO WS-NOMBRE-FUNCION
                   CALL "MANTENIMIENTO-CUENTAS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "44"
                   MOVE "GENERAR-TRANSFERENCIAS" TO WS-NOMBRE-FUNCION
                   CALL "GENERAR-TRANSFERENCIAS" USING WS-ESTADO-PASO
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "45"
                   MOVE "CALCULO-AGUINALDO" TO WS-NOMBRE-FUNCION
                   CALL "CALCULO-AGUINALDO" USING WS-ESTADO-PASO
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "46"
                   MOVE "MANT. TURNOS" TO WS-NOMBRE-FUNCION
                   CALL "MANTENIMIENTO-TURNOS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "47"
                   MOVE "MANT. FERIADOS" TO WS-NOMBRE-FUNCION
                   CALL "MANTENIMIENTO-FERIADOS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "48"
                   MOVE "VERIFICAR-INTEGRIDAD" TO WS-NOMBRE-FUNCION
                   CALL "VERIFICAR-INTEGRIDAD" USING WS-ESTADO-PASO
                       WS-EXCEPCIONES-INTEGRIDAD
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "49"
                   MOVE "CALCULO-RETROACTIVO" TO WS-NOMBRE-FUNCION
                   CALL "CALCULO-RETROACTIVO"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "50"
                   MOVE "MANT. PRESTAMOS" TO WS-NOMBRE-FUNCION
                   CALL "MANTENIMIENTO-PRESTAMOS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "51"
                   MOVE "REPORTE-PRESTAMOS" TO WS-NOMBRE-FUNCION
                   CALL "REPORTE-PRESTAMOS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "52"
                   MOVE "CONSULTA-REPORTES" TO WS-NOMBRE-FUNCION
                   CALL "CONSULTA-REPORTES" USING WS-PERFIL-SESION
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "53"
                   MOVE "CERTIFICADO-ANUAL" TO WS-NOMBRE-FUNCION
                   CALL "CERTIFICADO-ANUAL" USING WS-ESTADO-PASO
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "54"
                   MOVE "CONSULTA-VENTAS" TO WS-NOMBRE-FUNCION
                   CALL "CONSULTA-VENTAS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "55"
                   MOVE "CAPTURA-DEPOSITOS" TO WS-NOMBRE-FUNCION
                   CALL "CAPTURA-DEPOSITOS"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "56"
                   MOVE "COSTO LABORAL" TO WS-NOMBRE-FUNCION
                   CALL "REPORTE-COSTO-LABORAL"
                   PERFORM 3000-INFORMAR-RETORNO
               WHEN "57"
                   MOVE "REPORTE-DOTACION" TO WS-NOMBRE-FUNCION
                   CALL "REPORTE-DOTACION" USING WS-ESTADO-PASO
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "58"
                   PERFORM 7000-SIMULAR-CIERRE
               WHEN "59"
                   PERFORM 7100-ESTADISTICAS-CIERRE
               WHEN "60"
                   MOVE "REPORTE-TIENDAS" TO WS-NOMBRE-FUNCION
                   CALL "REPORTE-TIENDAS" USING WS-ESTADO-PASO
                   PERFORM 3100-INFORMAR-ESTADO-PASO
               WHEN "CC"
                   PERFORM 4000-CAMBIAR-CONTEXTO
               WHEN "FF"
           END-IF.
           PERFORM 3000-INFORMAR-RETORNO.

           7000-SIMULAR-CIERRE.
           MOVE "SIMULACION DE CIERRE" TO WS-NOMBRE-FUNCION.
           SET ENVIRONMENT "CIERRE-SIMULACION" TO "S".
           CALL "PROCESO-CIERRE-DIARIO".
           SET ENVIRONMENT "CIERRE-SIMULACION" TO "N".
           PERFORM 3000-INFORMAR-RETORNO.

           7100-ESTADISTICAS-CIERRE.
           DISPLAY "CADENA (D = CIERRE DIARIO  M = CIERRE MENSUAL): ".
           MOVE SPACES TO WS-VALOR-INGRESADO.
           ACCEPT WS-VALOR-INGRESADO.
           IF WS-VALOR-INGRESADO(1:1) = "M"
               SET ENVIRONMENT "ESTADISTICAS-CADENA" TO "M"
           ELSE
               SET ENVIRONMENT "ESTADISTICAS-CADENA" TO "D"
           END-IF.
           MOVE "REPORTE-ESTADISTICAS" TO WS-NOMBRE-FUNCION.
           CALL "REPORTE-ESTADISTICAS" USING WS-ESTADO-PASO.
           SET ENVIRONMENT "ESTADISTICAS-CADENA" TO " ".
           PERFORM 3100-INFORMAR-ESTADO-PASO.

       END PROGRAM MENU-OPERADOR.
