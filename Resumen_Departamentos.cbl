                    de total general de la empresa. Los empleados de
                    baja (estado B o L) no cuentan en la plantilla
                    ni en los salarios, solo se informa cuantos hay.
                    El total y la media de salarios solo salen si el
                    operador tiene el rol de nomina (ver
                    Comprobar_Acceso); si no, salen como "(reservado)"
                    y quedan solo la plantilla y las fechas.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY ACCWS.

               01 WS-FIN-EMPLEADOS PIC X VALUE "N".
                   88 FIN-EMPLEADOS VALUE "S".

               01 WS-DEPARTAMENTO-ACTUAL PIC X(20).
               01 WS-OPERADOR PIC X(20).

               01 WS-DEP-EMPLEADOS PIC 9(6) VALUE ZERO.
               01 WS-DEP-SALARIOS PIC 9(9)V99 VALUE ZERO.
                   05 WS-RES-EMPLEADOS PIC ZZZ,ZZ9.
                   05 FILLER PIC X(9) VALUE "  TOTAL:".
                   05 WS-RES-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
                   05 WS-RES-TOTAL-ALFA REDEFINES WS-RES-TOTAL
                       PIC X(14).
                   05 FILLER PIC X(9) VALUE "  MEDIA:".
                   05 WS-RES-MEDIA PIC Z,ZZZ,ZZ9.99.
                   05 WS-RES-MEDIA-ALFA REDEFINES WS-RES-MEDIA
                       PIC X(12).

               01 WS-LINEA-FECHAS.
                   05 FILLER PIC X(21) VALUE "  INGRESO MAS ANTIGUO".
                   05 WS-GEN-EMPLEADOS PIC ZZZ,ZZ9.
                   05 FILLER PIC X(9) VALUE "  TOTAL:".
                   05 WS-GEN-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05 WS-GEN-TOTAL-ALFA REDEFINES WS-GEN-TOTAL
                       PIC X(17).
                   05 FILLER PIC X(9) VALUE "  MEDIA:".
                   05 WS-GEN-MEDIA PIC Z,ZZZ,ZZ9.99.
                   05 WS-GEN-MEDIA-ALFA REDEFINES WS-GEN-MEDIA
                       PIC X(12).

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM OBTENER_FECHA.
               PERFORM COMPROBAR_ROL_NOMINA.
               PERFORM ORDENAR_EMPLEADOS.
               PERFORM ABRIR_ARCHIVOS.
               PERFORM IMPRIMIR_ENCABEZADO.
               STRING WS-DIA "/" WS-MES "/" WS-ANIO
                   DELIMITED BY SIZE INTO WS-FECHA-IMPRESION.

           COMPROBAR_ROL_NOMINA.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "SALARIO" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.

           ORDENAR_EMPLEADOS.
               SORT TRABAJO_ORDEN
                   ON ASCENDING KEY ORDEN_DEPARTAMENTO
               IF WS-DEP-EMPLEADOS > ZERO
                   MOVE WS-DEPARTAMENTO-ACTUAL TO WS-DEP-NOMBRE-LIN
                   MOVE WS-DEP-EMPLEADOS TO WS-RES-EMPLEADOS
                   IF ACCESO-PERMITIDO
                       MOVE WS-DEP-SALARIOS TO WS-RES-TOTAL
                       DIVIDE WS-DEP-SALARIOS BY WS-DEP-EMPLEADOS
                           GIVING WS-DEP-MEDIA ROUNDED
                       MOVE WS-DEP-MEDIA TO WS-RES-MEDIA
                   ELSE
                       MOVE "(reservado)" TO WS-RES-TOTAL-ALFA
                       MOVE "(reservado)" TO WS-RES-MEDIA-ALFA
                   END-IF
                   MOVE WS-DEP-FECHA-ANTIGUA TO WS-RES-FECHA-ANTIGUA
                   MOVE WS-DEP-FECHA-RECIENTE
                       TO WS-RES-FECHA-RECIENTE
           IMPRIMIR_TOTAL_GENERAL.
               IF WS-TOTAL-EMPLEADOS > ZERO
                   MOVE WS-TOTAL-EMPLEADOS TO WS-GEN-EMPLEADOS
                   IF ACCESO-PERMITIDO
                       MOVE WS-TOTAL-SALARIOS TO WS-GEN-TOTAL
                       DIVIDE WS-TOTAL-SALARIOS BY WS-TOTAL-EMPLEADOS
                           GIVING WS-TOTAL-MEDIA ROUNDED
                       MOVE WS-TOTAL-MEDIA TO WS-GEN-MEDIA
                   ELSE
                       MOVE "(reservado)" TO WS-GEN-TOTAL-ALFA
                       MOVE "(reservado)" TO WS-GEN-MEDIA-ALFA
                   END-IF
                   DISPLAY SPACE
                   DISPLAY WS-LINEA-GENERAL
               ELSE
