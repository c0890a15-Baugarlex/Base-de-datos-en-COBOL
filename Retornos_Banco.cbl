                    el envio original. Las devoluciones cuya cuenta
                    del maestro sigue siendo la rebotada quedan
                    listadas como pendientes de corregir.
                    Si existe el fichero de parametros (DD PARDD, ver
                    PARREG) el periodo se toma de alli sin preguntar:
                    es el quinto paso de Cierre_Mensual. Termina con
                    codigo de retorno 0 si todo se reemitio, 4 si no
                    llego fichero de devoluciones o quedan
                    devoluciones pendientes, 8 si falla la escritura
                    de la reemision y 12 si no se puede abrir el
                    maestro o el fichero de reemision o el periodo de
                    los parametros no es valido.
                    Es el paso 5 del cierre aunque se lance a mano:
                    si en CONTROL_ARCHIVO el paso 4
                    (Transferencias_Banco) del periodo no consta como
                    completado no procesa nada y termina con 12 (ver
                    Control_Paso); lanzado a mano anota tambien su
                    propia ejecucion como paso 5.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           COPY EMPSEL.
           COPY NOMSEL.
           COPY AUDSEL.
           COPY PARSEL.
           SELECT OPTIONAL ARCHIVO_RETORNOS ASSIGN TO "RETDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETORNOS-ESTADO.
           FD AUDITORIA_ARCHIVO.
           COPY AUDREG.

           FD PARAMETROS_ARCHIVO.
           COPY PARREG.

           FD ARCHIVO_RETORNOS.
               01 RETORNO_REGISTRO.
                   05 RET_EMPLEADOS_ID PIC X(8).
           COPY EMPFST.
           COPY NOMFST.
           COPY AUDFST.
           COPY PARFST.
           COPY IBANWS.
           COPY CTLWS.

               01 WS-RETORNOS-ESTADO PIC XX VALUE "00".
                   88 RETORNOS-OK VALUE "00".
                   05 WS-FS-DIA PIC 9(2).

               01 WS-OPERADOR PIC X(20).
               01 WS-DESATENDIDO PIC X VALUE "N".
                   88 DESATENDIDO VALUE "S".
               01 WS-CODIGO-RETORNO PIC 9(2) VALUE ZERO.
               01 WS-PASO-ANOTADO PIC X VALUE "N".
                   88 PASO-ANOTADO VALUE "S".
               01 WS-AUD-OPERACION PIC X(10).
               01 WS-SITUACION PIC X(34).

           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM LEER_PARAMETROS.
               IF DESATENDIDO
                   PERFORM TOMAR_PARAMETROS
               ELSE
                   PERFORM SOLICITAR_PERIODO
               END-IF.
               IF PERIODO-VALIDO
                   PERFORM COMPROBAR_PASO_PREVIO
               END-IF.
               IF PERIODO-VALIDO
                   PERFORM PROCESAR_DEVOLUCIONES
               END-IF.

           PROGRAM_DONE.
               IF PASO-ANOTADO
                   PERFORM ANOTAR_FIN_PASO
               END-IF.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               GOBACK.

      * Con el fichero de parametros el programa corre sin preguntar;
      * sin el se pregunta como siempre.
           LEER_PARAMETROS.
               OPEN INPUT PARAMETROS_ARCHIVO.
               IF PARAMETROS-OK
                   READ PARAMETROS_ARCHIVO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO WS-DESATENDIDO
                           MOVE PAR_PERIODO TO WS-PERIODO-ALFA
                   END-READ
                   CLOSE PARAMETROS_ARCHIVO
               END-IF.

           TOMAR_PARAMETROS.
               IF WS-PERIODO-ALFA IS NUMERIC
                   AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                   MOVE "S" TO WS-PERIODO-VALIDO
                   DISPLAY "Devoluciones del periodo " WS-PERIODO-ALFA
                       ", segun el fichero de parametros."
               ELSE
                   DISPLAY "Periodo no valido en el fichero de "
                       "parametros: " WS-PERIODO-ALFA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

      * Un paso del cierre solo corre si el anterior del periodo esta
      * completado en CONTROL_ARCHIVO, tambien cuando se lanza a mano;
      * a mano el paso anota ademas su propia ejecucion.
           COMPROBAR_PASO_PREVIO.
               MOVE "C" TO WS-CTL-ACCION.
               COMPUTE WS-CTL-PERIODO = WS-PER-ANIO * 100 + WS-PER-MES.
               MOVE 5 TO WS-CTL-PASO.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF NOT CTL-PERMITIDO
                   DISPLAY "El paso 5 del cierre no se lanza: "
                       WS-CTL-MOTIVO
                   MOVE "N" TO WS-PERIODO-VALIDO
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   IF NOT DESATENDIDO
                       PERFORM ANOTAR_INICIO_PASO
                   END-IF
               END-IF.

           ANOTAR_INICIO_PASO.
               PERFORM OBTENER_OPERADOR.
               MOVE "I" TO WS-CTL-ACCION.
               MOVE "Retornos_Banco" TO WS-CTL-PROGRAMA.
               MOVE WS-OPERADOR TO WS-CTL-OPERADOR.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF CTL-PERMITIDO
                   MOVE "S" TO WS-PASO-ANOTADO
               ELSE
                   DISPLAY "AVISO: " WS-CTL-MOTIVO
                   DISPLAY "La ejecucion no queda anotada en el "
                       "fichero de control."
               END-IF.

           ANOTAR_FIN_PASO.
               MOVE "F" TO WS-CTL-ACCION.
               MOVE WS-CODIGO-RETORNO TO WS-CTL-CODIGO-RETORNO.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF NOT CTL-PERMITIDO
                   DISPLAY "AVISO: " WS-CTL-MOTIVO
               END-IF.

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.

           PROCESAR_DEVOLUCIONES.
               PERFORM ABRIR_ARCHIVOS.
               IF RETORNOS-ABIERTO
                   PERFORM CARGAR_NOMINA_PERIODO
               END-IF.
               PERFORM CERRAR_ARCHIVOS.

           SOLICITAR_PERIODO.
               MOVE "N" TO WS-PERIODO-VALIDO.
               PERFORM UNTIL PERIODO-VALIDO
                   DISPLAY "Fichero de devoluciones no encontrado "
                       "(estado " WS-RETORNOS-ESTADO "), nada que "
                       "procesar."
                   PERFORM MARCAR_AVISO
               END-IF.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF NOT EMPLEADOS-OK
                   DISPLAY "No se puede abrir el archivo de empleados"
                       " (estado " WS-EMPLEADOS-ESTADO ")."
                   MOVE "S" TO WS-FIN-RETORNOS
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.
               OPEN INPUT ARCHIVO_NOMINA.
               IF NOT NOMINA-OK
                   DISPLAY "No se puede abrir el fichero de "
                       "reemision (estado " WS-REEMISION-ESTADO ")."
                   MOVE "S" TO WS-FIN-RETORNOS
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.
               PERFORM ABRIR_AUDITORIA.
               PERFORM OBTENER_OPERADOR.

           ABRIR_AUDITORIA.
               OPEN I-O AUDITORIA_ARCHIVO.
               ELSE
                   DISPLAY "Error al escribir la reemision (estado "
                       WS-REEMISION-ESTADO ")."
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           ESCRIBIR_CABECERA_REEMISION.
               DISPLAY "Reemitidas: " WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-PENDIENTES TO WS-RECUENTO-EDIT.
               DISPLAY "Pendientes de corregir: " WS-RECUENTO-EDIT.
               IF WS-TOTAL-PENDIENTES > ZERO
                   PERFORM MARCAR_AVISO
               END-IF.
               IF NOM-DESBORDE
                   DISPLAY "AVISO: casado incompleto, mas de "
                       WS-NOM-MAXIMO " filas de nomina en el periodo."
                   PERFORM MARCAR_AVISO
               END-IF.

           MARCAR_AVISO.
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           END PROGRAM Retornos_Banco.
