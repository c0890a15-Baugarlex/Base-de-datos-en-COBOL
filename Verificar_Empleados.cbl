                    catalogado), imprimiendo un informe de
                    excepciones (clave, campo, valor almacenado y
                    regla incumplida) con totales al final.
                    Es el paso 1 de Cierre_Mensual: con el fichero de
                    parametros (DD PARDD, ver PARREG) toma de el el
                    periodo; sin el pregunta el periodo y anota su
                    propia ejecucion como paso 1 en CONTROL_ARCHIVO
                    (ver Control_Paso), para que el paso 2 pueda
                    seguir tambien en un cierre lanzado a mano.
                    Termina con codigo de retorno 0 sin excepciones,
                    4 si hay alguna excepcion y 12 si no puede abrir
                    el archivo de empleados o el periodo del fichero
                    de parametros no es valido.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPSEL.
           COPY PARSEL.

       DATA DIVISION.
           FILE SECTION.
           FD DEPARTAMENTOS_ARCHIVO.
           COPY DEPREG.

           FD PARAMETROS_ARCHIVO.
           COPY PARREG.

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY DEPFST.
           COPY IBANWS.
           COPY PARFST.
           COPY CTLWS.

               01 WS-FIN-EMPLEADOS PIC X VALUE "N".
                   88 FIN-EMPLEADOS VALUE "S".
               01 WS-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-CON-ERROR PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.
               01 WS-CODIGO-RETORNO PIC 9(2) VALUE ZERO.
               01 WS-PASO-ANOTADO PIC X VALUE "N".
                   88 PASO-ANOTADO VALUE "S".

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

               01 WS-EDAD-NUM PIC 9(3).
               01 WS-FI-ALFA PIC X(8).
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM LEER_PARAMETROS.
               IF DESATENDIDO
                   PERFORM TOMAR_PARAMETROS
               ELSE
                   PERFORM SOLICITAR_PERIODO
                   PERFORM ANOTAR_INICIO_PASO
               END-IF.
               IF PERIODO-VALIDO
                   PERFORM VERIFICAR_MAESTRO
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
                   DISPLAY "Verificacion del periodo " WS-PERIODO-ALFA
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

      * El paso 1 no tiene anterior que comprobar; a mano anota su
      * propia ejecucion para que el paso 2 del periodo pueda seguir.
           ANOTAR_INICIO_PASO.
               PERFORM OBTENER_OPERADOR.
               MOVE "I" TO WS-CTL-ACCION.
               COMPUTE WS-CTL-PERIODO = WS-PER-ANIO * 100 + WS-PER-MES.
               MOVE 1 TO WS-CTL-PASO.
               MOVE "Verificar_Empleados" TO WS-CTL-PROGRAMA.
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

           VERIFICAR_MAESTRO.
               PERFORM ABRIR_ARCHIVOS.
               DISPLAY "INFORME DE EXCEPCIONES DE EMPLEADOS".
               DISPLAY WS-ENCABEZADO-EXCEPCION.
               PERFORM IMPRIMIR_TOTALES.
               PERFORM CERRAR_ARCHIVOS.

           ABRIR_ARCHIVOS.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF NOT EMPLEADOS-OK
                   DISPLAY "No se puede abrir el archivo de empleados"
                       " (estado " WS-EMPLEADOS-ESTADO ")."
                   MOVE "S" TO WS-FIN-EMPLEADOS
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.
               OPEN INPUT DEPARTAMENTOS_ARCHIVO.

               MOVE WS-TOTAL-EXCEPCIONES TO WS-TOT-EXCEPCIONES.
               DISPLAY SPACE.
               DISPLAY WS-LINEA-TOTALES.
               IF WS-TOTAL-EXCEPCIONES > ZERO
                   AND WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           END PROGRAM Verificar_Empleados.
