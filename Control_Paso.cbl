      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Control de pasos del cierre compartido por los pasos *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Control_Paso.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Subprograma CALLado con el area de CTLWS por los
                    pasos del cierre de mes (1 Verificar_Empleados, 2
                    Respaldo_Empleados, 3 Nomina_Mensual, 4
                    Transferencias_Banco, 5 Retornos_Banco) para que
                    respeten CONTROL_ARCHIVO tambien cuando se lanzan
                    a mano y no desde Cierre_Mensual. Con la accion C
                    comprueba que el paso anterior del periodo consta
                    como completado; si no hay fila o su estado no es
                    "C" lo rechaza con el motivo. Con las acciones I
                    y F anota el inicio y el final de una ejecucion a
                    mano igual que lo hace Cierre_Mensual con las
                    suyas (estado "E" al empezar, "C" o "F" al acabar
                    segun el codigo de retorno), de modo que el paso
                    siguiente y la propia cadena la ven. Solo anota:
                    los mensajes los da el programa que llama.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY CTLSEL.

       DATA DIVISION.
           FILE SECTION.
           FD CONTROL_ARCHIVO.
           COPY CTLREG.

           WORKING-STORAGE SECTION.
               01 WS-PASO-PREVIO PIC 9.
               01 WS-PASO-EXISTE PIC X VALUE "N".
                   88 PASO-EXISTE VALUE "S".

           COPY CTLFST.

           LINKAGE SECTION.
           COPY CTLWS.

       PROCEDURE DIVISION USING WS-CONTROL-PARAMETROS.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               MOVE "N" TO WS-CTL-PERMITIDO.
               MOVE SPACE TO WS-CTL-MOTIVO.
               EVALUATE TRUE
                   WHEN CTL-COMPROBAR
                       PERFORM COMPROBAR_PASO_PREVIO
                   WHEN CTL-INICIO
                   WHEN CTL-FIN
                       PERFORM ANOTAR_PASO
                   WHEN OTHER
                       STRING "Accion de control desconocida: "
                           WS-CTL-ACCION
                           DELIMITED BY SIZE INTO WS-CTL-MOTIVO
               END-EVALUATE.

           PROGRAM_DONE.
               GOBACK.

      * El paso 1 no tiene anterior; para los demas, sin fichero de
      * control o sin fila del paso anterior no se puede seguir.
           COMPROBAR_PASO_PREVIO.
               IF WS-CTL-PASO <= 1
                   MOVE "S" TO WS-CTL-PERMITIDO
               ELSE
                   COMPUTE WS-PASO-PREVIO = WS-CTL-PASO - 1
                   OPEN INPUT CONTROL_ARCHIVO
                   IF CONTROL-OK
                       PERFORM LEER_PASO_PREVIO
                       CLOSE CONTROL_ARCHIVO
                   ELSE
                       STRING "No se puede abrir el fichero de "
                           "control (estado " WS-CONTROL-ESTADO ")"
                           DELIMITED BY SIZE INTO WS-CTL-MOTIVO
                   END-IF
               END-IF.

           LEER_PASO_PREVIO.
               MOVE WS-CTL-PERIODO TO CTL_PERIODO.
               MOVE WS-PASO-PREVIO TO CTL_PASO.
               READ CONTROL_ARCHIVO
                   KEY IS CTL_CLAVE
                   INVALID KEY
                       STRING "El paso " WS-PASO-PREVIO
                           " del periodo " WS-CTL-PERIODO
                           " no se ha ejecutado"
                           DELIMITED BY SIZE INTO WS-CTL-MOTIVO
                   NOT INVALID KEY
                       IF CTL_ESTADO = "C"
                           MOVE "S" TO WS-CTL-PERMITIDO
                       ELSE
                           STRING "El paso " WS-PASO-PREVIO
                               " del periodo " WS-CTL-PERIODO
                               " no esta completado (estado "
                               CTL_ESTADO ")"
                               DELIMITED BY SIZE INTO WS-CTL-MOTIVO
                       END-IF
               END-READ.

           ANOTAR_PASO.
               OPEN I-O CONTROL_ARCHIVO.
               IF CONTROL-NO-EXISTE
                   OPEN OUTPUT CONTROL_ARCHIVO
                   CLOSE CONTROL_ARCHIVO
                   OPEN I-O CONTROL_ARCHIVO
               END-IF.
               IF CONTROL-OK
                   MOVE WS-CTL-PERIODO TO CTL_PERIODO
                   MOVE WS-CTL-PASO TO CTL_PASO
                   READ CONTROL_ARCHIVO
                       KEY IS CTL_CLAVE
                       INVALID KEY
                           MOVE "N" TO WS-PASO-EXISTE
                       NOT INVALID KEY
                           MOVE "S" TO WS-PASO-EXISTE
                   END-READ
                   IF CTL-INICIO
                       PERFORM ANOTAR_INICIO
                   ELSE
                       PERFORM ANOTAR_FIN
                   END-IF
                   CLOSE CONTROL_ARCHIVO
               ELSE
                   STRING "No se puede abrir el fichero de "
                       "control (estado " WS-CONTROL-ESTADO ")"
                       DELIMITED BY SIZE INTO WS-CTL-MOTIVO
               END-IF.

           ANOTAR_INICIO.
               IF PASO-EXISTE
                   ADD 1 TO CTL_INTENTOS
               ELSE
                   MOVE WS-CTL-PERIODO TO CTL_PERIODO
                   MOVE WS-CTL-PASO TO CTL_PASO
                   MOVE 1 TO CTL_INTENTOS
               END-IF.
               MOVE WS-CTL-PROGRAMA TO CTL_PROGRAMA.
               MOVE "E" TO CTL_ESTADO.
               MOVE ZERO TO CTL_CODIGO_RETORNO.
               ACCEPT CTL_FECHA_INICIO FROM DATE YYYYMMDD.
               ACCEPT CTL_HORA_INICIO FROM TIME.
               MOVE ZERO TO CTL_FECHA_FIN.
               MOVE ZERO TO CTL_HORA_FIN.
               MOVE WS-CTL-OPERADOR TO CTL_OPERADOR.
               IF PASO-EXISTE
                   REWRITE CONTROL_REGISTRO
               ELSE
                   WRITE CONTROL_REGISTRO
               END-IF.
               PERFORM COMPROBAR_GRABACION.

      * A mano no hay parametro de avisos: como en la cadena por
      * defecto, un 4 deja el paso completado.
           ANOTAR_FIN.
               IF NOT PASO-EXISTE
                   STRING "Sin fila del paso " WS-CTL-PASO
                       " del periodo " WS-CTL-PERIODO
                       DELIMITED BY SIZE INTO WS-CTL-MOTIVO
               ELSE
                   MOVE WS-CTL-CODIGO-RETORNO TO CTL_CODIGO_RETORNO
                   ACCEPT CTL_FECHA_FIN FROM DATE YYYYMMDD
                   ACCEPT CTL_HORA_FIN FROM TIME
                   IF WS-CTL-CODIGO-RETORNO <= 4
                       MOVE "C" TO CTL_ESTADO
                   ELSE
                       MOVE "F" TO CTL_ESTADO
                   END-IF
                   REWRITE CONTROL_REGISTRO
                   PERFORM COMPROBAR_GRABACION
               END-IF.

           COMPROBAR_GRABACION.
               IF CONTROL-OK
                   MOVE "S" TO WS-CTL-PERMITIDO
               ELSE
                   STRING "No se puede anotar el paso " WS-CTL-PASO
                       " en el fichero de control (estado "
                       WS-CONTROL-ESTADO ")"
                       DELIMITED BY SIZE INTO WS-CTL-MOTIVO
               END-IF.

           END PROGRAM Control_Paso.
