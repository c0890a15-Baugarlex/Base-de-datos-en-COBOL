                    y lee solo sus entradas; sin filtro recorre el
                    archivo en orden de clave, es decir por empleado
                    y dentro de cada empleado por fecha.
                    Los intentos rechazados por el perfil del
                    operador (ver Comprobar_Acceso) figuran con la
                    operacion DENEGADO y, en la columna del empleado,
                    lo que se intento usar (MENU, MENU-x, NOMINA,
                    LIQUIDA, RECARGA, PERFILES o SALARIO); se cuentan
                    aparte en los totales y en el resumen diario.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   "Fecha hasta (AAAAMMDD, vacio = sin limite): ".
               01 FILTRO-OPERADOR PIC X(36) VALUE
                   "Operador (vacio = todos): ".
               01 FILTRO-OPERACION PIC X(46) VALUE
                   "Operacion (ej. ALTA, BAJA, DENEGADO, vacio): ".
               01 FILTRO-EMPLEADO PIC X(38) VALUE
                   "ID de empleado (vacio = todos): ".


               01 WS-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SELECCIONADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-DENEGADOS PIC 9(6) VALUE ZERO.

               01 WS-RES-USADAS PIC 9(3) VALUE ZERO.
               01 WS-RES-MAXIMO PIC 9(3) VALUE 200.
                       10 WS-RES-CAMBIOS PIC 9(5).
                       10 WS-RES-BAJAS PIC 9(5).
                       10 WS-RES-CARGAS PIC 9(5).
                       10 WS-RES-DENEGADOS PIC 9(5).

               01 WS-ENCABEZADO-DETALLE.
                   05 FILLER PIC X(10) VALUE "FECHA".
                   05 FILLER PIC X(8) VALUE "CAMBIOS".
                   05 FILLER PIC X(8) VALUE "BAJAS".
                   05 FILLER PIC X(8) VALUE "CARGAS".
                   05 FILLER PIC X(9) VALUE "DENEGADOS".

               01 WS-LINEA-RESUMEN.
                   05 WS-SUM-FECHA PIC 9999/99/99.
                   05 WS-SUM-BAJAS PIC ZZ,ZZ9.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-SUM-CARGAS PIC ZZ,ZZ9.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-SUM-DENEGADOS PIC ZZ,ZZ9.

               01 WS-LINEA-TOTALES.
                   05 FILLER PIC X(10) VALUE "LEIDOS: ".
                   05 FILLER PIC X(4) VALUE SPACE.
                   05 FILLER PIC X(16) VALUE "SELECCIONADOS: ".
                   05 WS-TOT-SELECCIONADOS PIC ZZZ,ZZ9.
                   05 FILLER PIC X(4) VALUE SPACE.
                   05 FILLER PIC X(12) VALUE "DENEGADOS: ".
                   05 WS-TOT-DENEGADOS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.
               PERFORM FILTRAR_REGISTRO.
               IF REGISTRO-PASA
                   ADD 1 TO WS-TOTAL-SELECCIONADOS
                   IF AUD_OPERACION = "DENEGADO"
                       ADD 1 TO WS-TOTAL-DENEGADOS
                   END-IF
                   PERFORM IMPRIMIR_DETALLE
                   PERFORM ACUMULAR_RESUMEN
               END-IF.
                       MOVE ZERO TO WS-RES-CAMBIOS(WS-RES-POS)
                       MOVE ZERO TO WS-RES-BAJAS(WS-RES-POS)
                       MOVE ZERO TO WS-RES-CARGAS(WS-RES-POS)
                       MOVE ZERO TO WS-RES-DENEGADOS(WS-RES-POS)
                       MOVE "S" TO WS-RES-ENCONTRADO
                   ELSE
                       MOVE "S" TO WS-RES-DESBORDE
                           ADD 1 TO WS-RES-BAJAS(WS-RES-POS)
                       WHEN "CARGA"
                           ADD 1 TO WS-RES-CARGAS(WS-RES-POS)
                       WHEN "DENEGADO"
                           ADD 1 TO WS-RES-DENEGADOS(WS-RES-POS)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           IMPRIMIR_TOTALES.
               MOVE WS-TOTAL-LEIDOS TO WS-TOT-LEIDOS.
               MOVE WS-TOTAL-SELECCIONADOS TO WS-TOT-SELECCIONADOS.
               MOVE WS-TOTAL-DENEGADOS TO WS-TOT-DENEGADOS.
               DISPLAY SPACE.
               DISPLAY WS-LINEA-TOTALES.

               MOVE WS-RES-CAMBIOS(WS-RES-IDX) TO WS-SUM-CAMBIOS.
               MOVE WS-RES-BAJAS(WS-RES-IDX) TO WS-SUM-BAJAS.
               MOVE WS-RES-CARGAS(WS-RES-IDX) TO WS-SUM-CARGAS.
               MOVE WS-RES-DENEGADOS(WS-RES-IDX) TO WS-SUM-DENEGADOS.
               DISPLAY WS-LINEA-RESUMEN.

           END PROGRAM Informe_Auditoria.
