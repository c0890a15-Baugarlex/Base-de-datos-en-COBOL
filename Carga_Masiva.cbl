                    como columna extra, listo para corregir y volver
                    a pasar por este mismo programa (la columna del
                    motivo sobra y se ignora al recargar).
                    Los salarios del CSV solo se cargan si el operador
                    tiene el rol de nomina (ver Comprobar_Acceso); si
                    no, los empleados se cargan con el salario a cero,
                    como en el A-Alta de Base_De_Datos, y la negativa
                    queda en AUDITORIA_ARCHIVO como DENEGADO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           COPY AUDFST.
           COPY DEPFST.
           COPY IBANWS.
           COPY ACCWS.

               01 WS-CSV-ESTADO PIC XX VALUE "00".
                   88 CSV-OK VALUE "00".
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.
               IF CSV-ABIERTO
                   PERFORM COMPROBAR_ACCESO
               END-IF.

      * Sin el rol de nomina la carga sigue pero no graba salarios;
      * la negativa se anota una vez por ejecucion.
           COMPROBAR_ACCESO.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "SALARIO" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
               IF NOT ACCESO-PERMITIDO
                   DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                   DISPLAY "Salarios a cero: los fija un operador con "
                       "el rol de nomina."
                   PERFORM REGISTRAR_DENEGACION
               END-IF.

           REGISTRAR_DENEGACION.
               ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD_HORA FROM TIME.
               MOVE "DENEGADO" TO AUD_OPERACION.
               MOVE WS-ACC-RECURSO TO AUD_EMPLEADOS_ID.
               MOVE WS-OPERADOR TO AUD_OPERADOR.
               WRITE AUDITORIA_REGISTRO.
               PERFORM UNTIL NOT AUDITORIA-DUPLICADA
                   ADD 1 TO AUD_HORA
                   WRITE AUDITORIA_REGISTRO
               END-PERFORM.
               IF NOT AUDITORIA-OK
                   DISPLAY "AVISO: fallo al registrar la auditoria "
                       "(estado " WS-AUDITORIA-ESTADO ") para "
                       WS-ACC-RECURSO
               END-IF.

           ABRIR_AUDITORIA.
               OPEN I-O AUDITORIA_ARCHIVO.
               MOVE WS-CSV-DIRECCION TO EMPLEADOS_DIRECCION.
               MOVE DEP_CODIGO TO EMPLEADOS_DEPARTAMENTO.
               MOVE WS-CSV-PUESTO TO EMPLEADOS_PUESTO.
               IF ACCESO-PERMITIDO
                   MOVE WS-CSV-SALARIO-NUM TO EMPLEADOS_SALARIO
               ELSE
                   MOVE ZERO TO EMPLEADOS_SALARIO
               END-IF.
               MOVE WS-CSV-FECHA-INGRESO TO EMPLEADOS_FECHA_INGRESO.
               MOVE WS-CSV-CUENTA TO EMPLEADOS_CUENTA_BANCARIA.
               MOVE "A" TO EMPLEADOS_ESTADO.
               MOVE WS-TOTAL-RECHAZADAS TO WS-RES-RECHAZADAS.
               DISPLAY SPACE.
               DISPLAY WS-LINEA-RESUMEN.
               IF NOT ACCESO-PERMITIDO
                   DISPLAY "Salarios cargados a cero por falta del "
                       "rol de nomina."
               END-IF.
               IF WS-TOTAL-SALTADAS > ZERO
                   DISPLAY "Saltadas por checkpoint: "
                       WS-TOTAL-SALTADAS
