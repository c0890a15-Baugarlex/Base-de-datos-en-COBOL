      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Cadena desatendida del cierre de mes con reanudacion *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Cierre_Mensual.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Lanza por orden, sin nadie delante, los pasos del
                    cierre de mes: 1 Verificar_Empleados, 2
                    Respaldo_Empleados (descarga), 3 Nomina_Mensual,
                    4 Transferencias_Banco y 5 Retornos_Banco, cada
                    uno con CALL. El periodo y las opciones salen del
                    fichero de parametros (DD PARDD, ver PARREG), que
                    los propios pasos leen tambien en lugar de
                    preguntar. Cada paso se anota en CONTROL_ARCHIVO
                    (ver CTLREG) por periodo: cuando empieza, cuando
                    acaba, quien lo lanzo, cuantas veces y con que
                    codigo de retorno termino. Un paso que ya consta
                    como completado del periodo no se repite, y un
                    paso no se lanza si el anterior no esta
                    completado; la cadena se para en el primer paso
                    que falla (codigo 8 o mas, o 4 si el parametro de
                    avisos lo pide), de modo que al volver a lanzar
                    el programa se reanuda desde ese paso y no desde
                    el principio. Un paso que quedo "en curso" porque
                    el trabajo se corto tambien se repite. Termina con
                    el mayor codigo de retorno de los pasos lanzados,
                    o 12 si no puede empezar. Los pasos 2 a 5
                    vuelven a comprobar el paso anterior por su cuenta
                    con Control_Paso, tambien lanzados a mano, asi
                    que el fichero de control se cierra durante cada
                    CALL y se reabre para anotar el final.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY PARSEL.
           COPY CTLSEL.

       DATA DIVISION.
           FILE SECTION.
           FD PARAMETROS_ARCHIVO.
           COPY PARREG.

           FD CONTROL_ARCHIVO.
           COPY CTLREG.

           WORKING-STORAGE SECTION.
           COPY PARFST.
           COPY CTLFST.

               01 WS-TABLA-PASOS-VALORES.
                   05 FILLER PIC X(20) VALUE "Verificar_Empleados".
                   05 FILLER PIC X(20) VALUE "Respaldo_Empleados".
                   05 FILLER PIC X(20) VALUE "Nomina_Mensual".
                   05 FILLER PIC X(20) VALUE "Transferencias_Banco".
                   05 FILLER PIC X(20) VALUE "Retornos_Banco".
               01 WS-TABLA-PASOS REDEFINES WS-TABLA-PASOS-VALORES.
                   05 WS-PASO-PROGRAMA PIC X(20) OCCURS 5 TIMES.

               01 WS-PERIODO-ALFA PIC X(6).
               01 WS-PERIODO-DESGLOSE REDEFINES WS-PERIODO-ALFA.
                   05 WS-PER-ANIO PIC 9(4).
                   05 WS-PER-MES PIC 9(2).
               01 WS-PERIODO-NUM PIC 9(6).
               01 WS-ULTIMO-PASO PIC 9 VALUE 4.
               01 WS-AVISOS-DETIENEN PIC X VALUE "N".
                   88 AVISOS-DETIENEN VALUE "S".
               01 WS-PARAMETROS-VALIDOS PIC X VALUE "N".
                   88 PARAMETROS-VALIDOS VALUE "S".
               01 WS-CONTROL-ABIERTO PIC X VALUE "N".
                   88 CONTROL-ABIERTO VALUE "S".

               01 WS-PASO PIC 9.
               01 WS-PASO-LECTURA PIC 9.
               01 WS-PASO-PREVIO PIC 9.
               01 WS-PROGRAMA PIC X(20).
               01 WS-PASO-EXISTE PIC X VALUE "N".
                   88 PASO-EXISTE VALUE "S".
               01 WS-PREVIO-COMPLETADO PIC X VALUE "N".
                   88 PREVIO-COMPLETADO VALUE "S".
               01 WS-CADENA-DETENIDA PIC X VALUE "N".
                   88 CADENA-DETENIDA VALUE "S".
               01 WS-RC-PASO PIC S9(4).
               01 WS-CODIGO-RETORNO PIC 9(2) VALUE ZERO.
               01 WS-OPERADOR PIC X(20).

               01 WS-ENCABEZADO-ESTADO.
                   05 FILLER PIC X(5) VALUE "PASO".
                   05 FILLER PIC X(22) VALUE "PROGRAMA".
                   05 FILLER PIC X(12) VALUE "ESTADO".
                   05 FILLER PIC X(4) VALUE "RC".
                   05 FILLER PIC X(18) VALUE "INICIO".
                   05 FILLER PIC X(18) VALUE "FIN".
                   05 FILLER PIC X(21) VALUE "OPERADOR".
                   05 FILLER PIC X(8) VALUE "INTENTOS".

               01 WS-LINEA-ESTADO.
                   05 WS-EST-PASO PIC 9.
                   05 FILLER PIC X(4) VALUE SPACE.
                   05 WS-EST-PROGRAMA PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-EST-ESTADO PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-EST-RC PIC Z9.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-EST-FECHA-INICIO PIC 9(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EST-HORA-INICIO PIC 9(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EST-FECHA-FIN PIC 9(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EST-HORA-FIN PIC 9(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EST-OPERADOR PIC X(20).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EST-INTENTOS PIC ZZ9.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM OBTENER_OPERADOR.
               PERFORM LEER_PARAMETROS.
               IF PARAMETROS-VALIDOS
                   PERFORM ABRIR_CONTROL
               END-IF.
               IF CONTROL-ABIERTO
                   DISPLAY "CIERRE MENSUAL  PERIODO: " WS-PERIODO-ALFA
                       "  HASTA EL PASO " WS-ULTIMO-PASO
                       "  OPERADOR: " WS-OPERADOR
                   PERFORM EJECUTAR_PASO
                   VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO > WS-ULTIMO-PASO
                       OR CADENA-DETENIDA
                   IF CONTROL-ABIERTO
                       PERFORM IMPRIMIR_ESTADO_PERIODO
                       CLOSE CONTROL_ARCHIVO
                   END-IF
               END-IF.

           PROGRAM_DONE.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               GOBACK.

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.

           LEER_PARAMETROS.
               OPEN INPUT PARAMETROS_ARCHIVO.
               IF NOT PARAMETROS-OK
                   DISPLAY "No se puede abrir el fichero de parametros "
                       "(estado " WS-PARAMETROS-ESTADO ")."
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   READ PARAMETROS_ARCHIVO
                       AT END
                           DISPLAY "Sin fichero de parametros (DD "
                               "PARDD), no se lanza ningun paso."
                           MOVE 12 TO WS-CODIGO-RETORNO
                       NOT AT END
                           PERFORM VALIDAR_PARAMETROS
                   END-READ
                   CLOSE PARAMETROS_ARCHIVO
               END-IF.

      * Sin un periodo explicito no se arranca: la cadena no puede
      * suponer el mes como hacen las preguntas de cada programa.
           VALIDAR_PARAMETROS.
               MOVE PAR_PERIODO TO WS-PERIODO-ALFA.
               MOVE FUNCTION UPPER-CASE(PAR_AVISOS_DETIENEN)
                   TO WS-AVISOS-DETIENEN.
               IF WS-AVISOS-DETIENEN = SPACE
                   MOVE "N" TO WS-AVISOS-DETIENEN
               END-IF.
               EVALUATE TRUE
                   WHEN WS-PERIODO-ALFA IS NOT NUMERIC
                   WHEN WS-PER-MES < 1
                   WHEN WS-PER-MES > 12
                       DISPLAY "Periodo no valido en el fichero de "
                           "parametros: " PAR_PERIODO
                       MOVE 12 TO WS-CODIGO-RETORNO
                   WHEN PAR_ULTIMO_PASO NOT = SPACE
                       AND (PAR_ULTIMO_PASO < "1"
                           OR PAR_ULTIMO_PASO > "5")
                       DISPLAY "Ultimo paso no valido en el fichero "
                           "de parametros (1 a 5): " PAR_ULTIMO_PASO
                       MOVE 12 TO WS-CODIGO-RETORNO
                   WHEN WS-AVISOS-DETIENEN NOT = "S"
                       AND WS-AVISOS-DETIENEN NOT = "N"
                       DISPLAY "Parametro de avisos no valido (S/N): "
                           PAR_AVISOS_DETIENEN
                       MOVE 12 TO WS-CODIGO-RETORNO
                   WHEN OTHER
                       COMPUTE WS-PERIODO-NUM =
                           WS-PER-ANIO * 100 + WS-PER-MES
                       IF PAR_ULTIMO_PASO NOT = SPACE
                           MOVE PAR_ULTIMO_PASO TO WS-ULTIMO-PASO
                       END-IF
                       MOVE "S" TO WS-PARAMETROS-VALIDOS
               END-EVALUATE.

           ABRIR_CONTROL.
               OPEN I-O CONTROL_ARCHIVO.
               IF CONTROL-NO-EXISTE
                   OPEN OUTPUT CONTROL_ARCHIVO
                   CLOSE CONTROL_ARCHIVO
                   OPEN I-O CONTROL_ARCHIVO
               END-IF.
               IF CONTROL-OK
                   MOVE "S" TO WS-CONTROL-ABIERTO
               ELSE
                   DISPLAY "No se puede abrir el fichero de control "
                       "(estado " WS-CONTROL-ESTADO "), no se lanza "
                       "ningun paso."
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

      * Un paso completado no se repite; uno pendiente, fallido o
      * cortado a medias solo se lanza si el anterior esta completado.
           EJECUTAR_PASO.
               MOVE WS-PASO-PROGRAMA(WS-PASO) TO WS-PROGRAMA.
               PERFORM COMPROBAR_PASO_PREVIO.
               MOVE WS-PASO TO WS-PASO-LECTURA.
               PERFORM LEER_CONTROL_PASO.
               EVALUATE TRUE
                   WHEN PASO-EXISTE AND CTL_ESTADO = "C"
                       DISPLAY "Paso " WS-PASO " " WS-PROGRAMA
                           " completado el " CTL_FECHA_FIN " por "
                           CTL_OPERADOR ", no se repite."
                   WHEN NOT PREVIO-COMPLETADO
                       DISPLAY "Paso " WS-PASO " " WS-PROGRAMA
                           " no se lanza: el paso " WS-PASO-PREVIO
                           " no esta completado."
                       MOVE "S" TO WS-CADENA-DETENIDA
                       MOVE 12 TO WS-CODIGO-RETORNO
                   WHEN OTHER
                       PERFORM LANZAR_PASO
               END-EVALUATE.

           COMPROBAR_PASO_PREVIO.
               MOVE "S" TO WS-PREVIO-COMPLETADO.
               IF WS-PASO > 1
                   COMPUTE WS-PASO-PREVIO = WS-PASO - 1
                   MOVE WS-PASO-PREVIO TO WS-PASO-LECTURA
                   PERFORM LEER_CONTROL_PASO
                   IF NOT PASO-EXISTE
                       MOVE "N" TO WS-PREVIO-COMPLETADO
                   ELSE
                       IF CTL_ESTADO NOT = "C"
                           MOVE "N" TO WS-PREVIO-COMPLETADO
                       END-IF
                   END-IF
               END-IF.

           LEER_CONTROL_PASO.
               MOVE WS-PERIODO-NUM TO CTL_PERIODO.
               MOVE WS-PASO-LECTURA TO CTL_PASO.
               READ CONTROL_ARCHIVO
                   KEY IS CTL_CLAVE
                   INVALID KEY
                       MOVE "N" TO WS-PASO-EXISTE
                   NOT INVALID KEY
                       MOVE "S" TO WS-PASO-EXISTE
               END-READ.

      * El paso queda "en curso" antes del CALL: si el trabajo se corta
      * dentro del programa, la siguiente ejecucion lo repite.
           LANZAR_PASO.
               IF PASO-EXISTE
                   ADD 1 TO CTL_INTENTOS
               ELSE
                   MOVE WS-PERIODO-NUM TO CTL_PERIODO
                   MOVE WS-PASO TO CTL_PASO
                   MOVE 1 TO CTL_INTENTOS
               END-IF.
               MOVE WS-PROGRAMA TO CTL_PROGRAMA.
               MOVE "E" TO CTL_ESTADO.
               MOVE ZERO TO CTL_CODIGO_RETORNO.
               ACCEPT CTL_FECHA_INICIO FROM DATE YYYYMMDD.
               ACCEPT CTL_HORA_INICIO FROM TIME.
               MOVE ZERO TO CTL_FECHA_FIN.
               MOVE ZERO TO CTL_HORA_FIN.
               MOVE WS-OPERADOR TO CTL_OPERADOR.
               IF PASO-EXISTE
                   REWRITE CONTROL_REGISTRO
               ELSE
                   WRITE CONTROL_REGISTRO
               END-IF.
               IF NOT CONTROL-OK
                   DISPLAY "No se puede anotar el paso " WS-PASO
                       " en el fichero de control (estado "
                       WS-CONTROL-ESTADO "), cadena detenida."
                   MOVE "S" TO WS-CADENA-DETENIDA
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   DISPLAY SPACE
                   DISPLAY "==== Paso " WS-PASO ": " WS-PROGRAMA
                       " (intento " CTL_INTENTOS ")"
                   CLOSE CONTROL_ARCHIVO
                   MOVE ZERO TO RETURN-CODE
                   CALL WS-PROGRAMA
                       ON EXCEPTION
                           DISPLAY "No se encuentra el programa "
                               WS-PROGRAMA
                           MOVE 12 TO WS-RC-PASO
                       NOT ON EXCEPTION
                           MOVE RETURN-CODE TO WS-RC-PASO
                   END-CALL
                   CANCEL WS-PROGRAMA
                   PERFORM REABRIR_CONTROL
               END-IF.

      * El paso consulta el fichero de control por su cuenta (ver
      * Control_Paso), por eso queda cerrado mientras dura el CALL.
           REABRIR_CONTROL.
               OPEN I-O CONTROL_ARCHIVO.
               IF CONTROL-OK
                   PERFORM ANOTAR_FIN_PASO
               ELSE
                   DISPLAY "No se puede reabrir el fichero de control "
                       "(estado " WS-CONTROL-ESTADO ") para anotar el "
                       "final del paso " WS-PASO ", cadena detenida."
                   MOVE "N" TO WS-CONTROL-ABIERTO
                   MOVE "S" TO WS-CADENA-DETENIDA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

           ANOTAR_FIN_PASO.
               IF WS-RC-PASO < ZERO OR WS-RC-PASO > 99
                   MOVE 99 TO WS-RC-PASO
               END-IF.
               MOVE WS-PASO TO WS-PASO-LECTURA.
               PERFORM LEER_CONTROL_PASO.
               MOVE WS-RC-PASO TO CTL_CODIGO_RETORNO.
               ACCEPT CTL_FECHA_FIN FROM DATE YYYYMMDD.
               ACCEPT CTL_HORA_FIN FROM TIME.
               EVALUATE TRUE
                   WHEN WS-RC-PASO = ZERO
                       MOVE "C" TO CTL_ESTADO
                   WHEN WS-RC-PASO <= 4 AND NOT AVISOS-DETIENEN
                       MOVE "C" TO CTL_ESTADO
                   WHEN OTHER
                       MOVE "F" TO CTL_ESTADO
               END-EVALUATE.
               REWRITE CONTROL_REGISTRO.
               IF NOT CONTROL-OK
                   DISPLAY "No se puede anotar el final del paso "
                       WS-PASO " en el fichero de control (estado "
                       WS-CONTROL-ESTADO ")."
                   MOVE "F" TO CTL_ESTADO
                   MOVE 12 TO WS-RC-PASO
               END-IF.
               IF WS-RC-PASO > WS-CODIGO-RETORNO
                   MOVE WS-RC-PASO TO WS-CODIGO-RETORNO
               END-IF.
               IF CTL_ESTADO = "C"
                   DISPLAY "Paso " WS-PASO " " WS-PROGRAMA
                       " completado, codigo de retorno " WS-RC-PASO
               ELSE
                   DISPLAY "Paso " WS-PASO " " WS-PROGRAMA
                       " ha fallado, codigo de retorno " WS-RC-PASO
                   DISPLAY "Cadena detenida: corregir la causa y "
                       "volver a lanzar Cierre_Mensual, que seguira "
                       "desde este paso."
                   MOVE "S" TO WS-CADENA-DETENIDA
               END-IF.

           IMPRIMIR_ESTADO_PERIODO.
               DISPLAY SPACE.
               DISPLAY "ESTADO DEL CIERRE  PERIODO: " WS-PERIODO-ALFA.
               DISPLAY WS-ENCABEZADO-ESTADO.
               PERFORM IMPRIMIR_ESTADO_PASO
               VARYING WS-PASO-LECTURA FROM 1 BY 1
               UNTIL WS-PASO-LECTURA > 5.

           IMPRIMIR_ESTADO_PASO.
               PERFORM LEER_CONTROL_PASO.
               MOVE WS-PASO-LECTURA TO WS-EST-PASO.
               MOVE WS-PASO-PROGRAMA(WS-PASO-LECTURA)
                   TO WS-EST-PROGRAMA.
               IF PASO-EXISTE
                   EVALUATE CTL_ESTADO
                       WHEN "C"
                           MOVE "COMPLETADO" TO WS-EST-ESTADO
                       WHEN "F"
                           MOVE "FALLIDO" TO WS-EST-ESTADO
                       WHEN OTHER
                           MOVE "CORTADO" TO WS-EST-ESTADO
                   END-EVALUATE
                   MOVE CTL_CODIGO_RETORNO TO WS-EST-RC
                   MOVE CTL_FECHA_INICIO TO WS-EST-FECHA-INICIO
                   MOVE CTL_HORA_INICIO TO WS-EST-HORA-INICIO
                   MOVE CTL_FECHA_FIN TO WS-EST-FECHA-FIN
                   MOVE CTL_HORA_FIN TO WS-EST-HORA-FIN
                   MOVE CTL_OPERADOR TO WS-EST-OPERADOR
                   MOVE CTL_INTENTOS TO WS-EST-INTENTOS
               ELSE
                   MOVE "PENDIENTE" TO WS-EST-ESTADO
                   MOVE ZERO TO WS-EST-RC
                   MOVE ZERO TO WS-EST-FECHA-INICIO
                   MOVE ZERO TO WS-EST-HORA-INICIO
                   MOVE ZERO TO WS-EST-FECHA-FIN
                   MOVE ZERO TO WS-EST-HORA-FIN
                   MOVE SPACE TO WS-EST-OPERADOR
                   MOVE ZERO TO WS-EST-INTENTOS
               END-IF.
               DISPLAY WS-LINEA-ESTADO.

           END PROGRAM Cierre_Mensual.
