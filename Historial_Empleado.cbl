                    HIS_CLAVE (empleado + fecha + hora, ver HISREG)
                    y lee solo las entradas de ese empleado, en vez
                    de recorrer el archivo entero desde el principio.
                    Los importes de las filas de SALARIO solo se
                    muestran si el perfil del operador tiene el rol
                    de nomina (Comprobar_Acceso, recurso SALARIO).

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.

           WORKING-STORAGE SECTION.
           COPY HISFST.
           COPY ACCWS.

               01 ID-EMPLEADO PIC X(30)
                   VALUE "Introduce el ID del empleado: ".

               01 WS-HORA-ENTERA PIC 9(8).
               01 WS-HORA-SEIS PIC 9(6).
               01 WS-OPERADOR PIC X(20).

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.
               DISPLAY ID-EMPLEADO.
               MOVE SPACE TO WS-ID-BUSCADO.
               ACCEPT WS-ID-BUSCADO.
               PERFORM COMPROBAR_ROL_NOMINA.
               PERFORM ABRIR_ARCHIVOS.
               DISPLAY SPACE.
               DISPLAY "HISTORIAL DEL EMPLEADO " WS-ID-BUSCADO.
           CERRAR_ARCHIVOS.
               CLOSE HISTORIAL_ARCHIVO.

      * Sin el rol de nomina la consulta sigue adelante, solo se
      * ocultan los importes; por eso no se anota como denegada.
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

           POSICIONAR_HISTORIAL.
               IF NOT FIN-HISTORIAL
                   MOVE WS-ID-BUSCADO TO HIS_EMPLEADOS_ID
               MOVE HIS_CAMPO TO WS-DET-CAMPO.
               MOVE HIS_VALOR_ANTERIOR TO WS-DET-ANTERIOR.
               MOVE HIS_VALOR_NUEVO TO WS-DET-NUEVO.
               IF HIS_CAMPO = "SALARIO" AND NOT ACCESO-PERMITIDO
                   MOVE "(reservado)" TO WS-DET-ANTERIOR
                   MOVE "(reservado)" TO WS-DET-NUEVO
               END-IF.
               DISPLAY WS-LINEA-DETALLE.

           END PROGRAM Historial_Empleado.
