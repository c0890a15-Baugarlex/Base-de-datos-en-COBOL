                    para poder abrir el maestro existente despues de
                    ampliar EMPREG. Todos los convertidos quedan
                    como activos (estado "A", fecha de baja a cero).
                    R y C sustituyen el maestro entero, asi que solo
                    las puede usar un operador cuyo perfil de
                    PERFILES_ARCHIVO incluye el programa R (ver
                    Comprobar_Acceso); el intento rechazado se anota
                    en AUDITORIA_ARCHIVO como DENEGADO.
                    Si existe el fichero de parametros (DD PARDD, ver
                    PARREG) no se pregunta la funcion: se hace la
                    D-Descarga del periodo del fichero, que es el
                    segundo paso de Cierre_Mensual. La D-Descarga es
                    el paso 2 del cierre aunque se lance a mano: pide
                    el periodo y, si en CONTROL_ARCHIVO el paso 1
                    (Verificar_Empleados) del periodo no consta como
                    completado, no descarga y termina con 12 (ver
                    Control_Paso); lanzada a mano anota tambien su
                    propia ejecucion como paso 2.
                    Termina con codigo de retorno 0
                    si todo fue bien, 8 si la descarga, la recarga o
                    la conversion no cuadran y 12 si no se ha podido
                    hacer nada (ficheros, acceso u opcion).

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY EMPSEL.
           COPY AUDSEL.
           COPY PARSEL.
           SELECT OPTIONAL ARCHIVO_RESPALDO ASSIGN TO "EMPBKPDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPALDO-ESTADO.
           FD EMPLEADOS_ARCHIVO.
           COPY EMPREG.

           FD AUDITORIA_ARCHIVO.
           COPY AUDREG.

           FD PARAMETROS_ARCHIVO.
           COPY PARREG.

           FD ARCHIVO_RESPALDO.
           COPY EMPREG REPLACING
               EMPLEADOS_REGISTRO BY RESPALDO_REGISTRO

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY AUDFST.
           COPY PARFST.
           COPY ACCWS.
           COPY CTLWS.

               01 WS-RESPALDO-ESTADO PIC XX VALUE "00".
                   88 RESPALDO-OK VALUE "00" "05".
               01 WS-TOTAL-CONVERTIDOS PIC 9(6) VALUE ZERO.
               01 WS-RECUENTO-EDIT PIC ZZZ,ZZ9.

               01 PERIODO PIC X(47) VALUE
                   "Introduce el periodo (AAAAMM, vacio = actual): ".
               01 WS-PERIODO-ALFA PIC X(6).
               01 WS-PERIODO-DESGLOSE REDEFINES WS-PERIODO-ALFA.
                   05 WS-PER-ANIO PIC 9(4).
                   05 WS-PER-MES PIC 9(2).
               01 WS-PERIODO-VALIDO PIC X VALUE "N".
                   88 PERIODO-VALIDO VALUE "S".
               01 WS-FECHA-SISTEMA PIC 9(8).
               01 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-SISTEMA.
                   05 WS-FS-ANIO PIC 9(4).
                   05 WS-FS-MES PIC 9(2).
                   05 WS-FS-DIA PIC 9(2).

               01 WS-OPERADOR PIC X(20).
               01 WS-DESATENDIDO PIC X VALUE "N".
                   88 DESATENDIDO VALUE "S".
               01 WS-CODIGO-RETORNO PIC 9(2) VALUE ZERO.
               01 WS-PASO-ANOTADO PIC X VALUE "N".
                   88 PASO-ANOTADO VALUE "S".

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM LEER_PARAMETROS.
               IF DESATENDIDO
                   DISPLAY "Funcion D-Descarga, segun el fichero de "
                       "parametros."
                   MOVE "D" TO WS-FUNCION
               ELSE
                   DISPLAY FUNCION
                   ACCEPT WS-FUNCION
               END-IF.
               MOVE FUNCTION UPPER-CASE(WS-FUNCION) TO WS-FUNCION.
               EVALUATE WS-FUNCION
                   WHEN "D"
                       IF DESATENDIDO
                           PERFORM TOMAR_PARAMETROS
                       ELSE
                           PERFORM SOLICITAR_PERIODO
                       END-IF
                       IF PERIODO-VALIDO
                           PERFORM COMPROBAR_PASO_PREVIO
                       END-IF
                       IF PERIODO-VALIDO
                           PERFORM DESCARGAR_MAESTRO
                       END-IF
                   WHEN "R"
                       PERFORM COMPROBAR_ACCESO
                       IF ACCESO-PERMITIDO
                           PERFORM RECARGAR_MAESTRO
                       ELSE
                           MOVE 12 TO WS-CODIGO-RETORNO
                       END-IF
                   WHEN "C"
                       PERFORM COMPROBAR_ACCESO
                       IF ACCESO-PERMITIDO
                           PERFORM CONVERTIR_MAESTRO
                       ELSE
                           MOVE 12 TO WS-CODIGO-RETORNO
                       END-IF
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
                       MOVE 12 TO WS-CODIGO-RETORNO
               END-EVALUATE.

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
                   DISPLAY "Descarga del periodo " WS-PERIODO-ALFA
                       ", segun el fichero de parametros."
               ELSE
                   DISPLAY "Periodo no valido en el fichero de "
                       "parametros: " WS-PERIODO-ALFA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

           SOLICITAR_PERIODO.
               MOVE "N" TO WS-PERIODO-VALIDO.
               PERFORM UNTIL PERIODO-VALIDO
                   DISPLAY PERIODO
                   MOVE SPACE TO WS-PERIODO-ALFA
                   ACCEPT WS-PERIODO-ALFA
                   IF WS-PERIODO-ALFA = SPACE
                       ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                       MOVE WS-FS-ANIO TO WS-PER-ANIO
                       MOVE WS-FS-MES TO WS-PER-MES
                       MOVE "S" TO WS-PERIODO-VALIDO
                   ELSE
                       IF WS-PERIODO-ALFA IS NUMERIC
                           AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                           MOVE "S" TO WS-PERIODO-VALIDO
                       ELSE
                           DISPLAY "El periodo debe ser AAAAMM."
                       END-IF
                   END-IF
               END-PERFORM.

      * Un paso del cierre solo corre si el anterior del periodo esta
      * completado en CONTROL_ARCHIVO, tambien cuando se lanza a mano;
      * a mano el paso anota ademas su propia ejecucion.
           COMPROBAR_PASO_PREVIO.
               MOVE "C" TO WS-CTL-ACCION.
               COMPUTE WS-CTL-PERIODO = WS-PER-ANIO * 100 + WS-PER-MES.
               MOVE 2 TO WS-CTL-PASO.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF NOT CTL-PERMITIDO
                   DISPLAY "El paso 2 del cierre no se lanza: "
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
               MOVE "Respaldo_Empleados" TO WS-CTL-PROGRAMA.
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

      * Recargar o convertir reemplaza el maestro: hace falta "R" en
      * los programas del perfil y el rechazo queda en la auditoria.
           COMPROBAR_ACCESO.
               PERFORM OBTENER_OPERADOR.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "RECARGA" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
               IF NOT ACCESO-PERMITIDO
                   DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                   OPEN I-O AUDITORIA_ARCHIVO
                   IF AUDITORIA-NO-EXISTE
                       OPEN OUTPUT AUDITORIA_ARCHIVO
                       CLOSE AUDITORIA_ARCHIVO
                       OPEN I-O AUDITORIA_ARCHIVO
                   END-IF
                   PERFORM REGISTRAR_DENEGACION
                   CLOSE AUDITORIA_ARCHIVO
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

           DESCARGAR_MAESTRO.
               MOVE "N" TO WS-FIN-EMPLEADOS.
               PERFORM ABRIR_MAESTRO_LECTURA.
                   IF NOT RESPALDO-OK
                       DISPLAY "No se puede abrir el respaldo "
                           "(estado " WS-RESPALDO-ESTADO ")."
                       MOVE 12 TO WS-CODIGO-RETORNO
                       CLOSE EMPLEADOS_ARCHIVO
                   ELSE
                       PERFORM LEER_MAESTRO
                   DISPLAY "El archivo de empleados no existe, no se "
                       "descarga nada."
                   MOVE "S" TO WS-FIN-EMPLEADOS
                   MOVE 12 TO WS-CODIGO-RETORNO
                   CLOSE EMPLEADOS_ARCHIVO
               ELSE
                   IF NOT EMPLEADOS-OK
                           "empleados (estado " WS-EMPLEADOS-ESTADO
                           ")."
                       MOVE "S" TO WS-FIN-EMPLEADOS
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

               IF WS-TOTAL-DESCARGADOS = ZERO
                   DISPLAY "ERROR: la descarga no contiene ningun "
                       "registro, no usar este respaldo."
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE WS-TOTAL-DESCARGADOS TO WS-RECUENTO-EDIT
                   DISPLAY "Registros descargados: " WS-RECUENTO-EDIT
                   DISPLAY "Error al escribir el respaldo (estado "
                       WS-RESPALDO-ESTADO ")."
                   MOVE "S" TO WS-FIN-EMPLEADOS
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.
               PERFORM LEER_MAESTRO.

                       DISPLAY "No se puede crear el archivo de "
                           "empleados (estado " WS-EMPLEADOS-ESTADO
                           ")."
                       MOVE 12 TO WS-CODIGO-RETORNO
                       CLOSE ARCHIVO_RESPALDO
                   ELSE
                       PERFORM LEER_RESPALDO
                   DISPLAY "El respaldo indicado no existe, no se "
                       "toca el archivo de empleados."
                   MOVE "S" TO WS-FIN-RESPALDO
                   MOVE 12 TO WS-CODIGO-RETORNO
                   CLOSE ARCHIVO_RESPALDO
               ELSE
                   IF NOT RESPALDO-OK
                       DISPLAY "No se puede abrir el respaldo "
                           "(estado " WS-RESPALDO-ESTADO ")."
                       MOVE "S" TO WS-FIN-RESPALDO
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

               ELSE
                   DISPLAY "ERROR: la recarga NO coincide con el "
                       "respaldo, revisar antes de usar el maestro."
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           CONTAR_RELEIDO.
                       DISPLAY "No se puede crear el archivo de "
                           "empleados (estado " WS-EMPLEADOS-ESTADO
                           ")."
                       MOVE 12 TO WS-CODIGO-RETORNO
                       CLOSE ARCHIVO_ANTERIOR
                   ELSE
                       PERFORM LEER_ANTERIOR
                   DISPLAY "El maestro con el trazado anterior no "
                       "existe, no se convierte nada."
                   MOVE "S" TO WS-FIN-ANTERIOR
                   MOVE 12 TO WS-CODIGO-RETORNO
                   CLOSE ARCHIVO_ANTERIOR
               ELSE
                   IF NOT ANTERIOR-OK
                           "trazado anterior (estado "
                           WS-ANTERIOR-ESTADO ")."
                       MOVE "S" TO WS-FIN-ANTERIOR
                       MOVE 12 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

               ELSE
                   DISPLAY "ERROR: la conversion NO esta completa, "
                       "revisar antes de usar el maestro nuevo."
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           END PROGRAM Respaldo_Empleados.
