      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Aplicacion diaria de los cambios programados         *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Aplicar_Cambios.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Proceso diario que aplica al maestro los cambios
                    programados con antelacion desde Base_De_Datos
                    (opcion G, ver CAMREG): recorre CAMBIOS_ARCHIVO y
                    cada cambio pendiente (estado "P") cuya fecha de
                    efecto ya ha llegado se aplica a
                    EMPLEADOS_ARCHIVO. Salario, puesto y departamento
                    dejan su fila en HISTORIAL_ARCHIVO con la fecha
                    de efecto y una entrada CAMBIO en
                    AUDITORIA_ARCHIVO; la baja programada deja al
                    empleado en estado "B" con la fecha de efecto
                    como fecha de baja y anota una entrada BAJA,
                    igual que la baja manual. Se rechaza el cambio
                    si el empleado ya no esta en el maestro o ya esta
                    de baja, o si el departamento nuevo ya no esta en
                    el catalogo. Cada cambio procesado queda marcado
                    como aplicado ("A") o rechazado ("R", con el
                    motivo) y con la fecha de proceso, de modo que
                    relanzar el proceso el mismo dia no lo repite.
                    Imprime un informe con los cambios aplicados y
                    los rechazados y los totales; el salario nuevo
                    solo se ve si el operador tiene el rol de nomina
                    (ver Comprobar_Acceso), si no sale "(reservado)".

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY CAMSEL.
           COPY EMPSEL.
           COPY DEPSEL.
           COPY HISSEL.
           COPY AUDSEL.

       DATA DIVISION.
           FILE SECTION.
           FD CAMBIOS_ARCHIVO.
           COPY CAMREG.

           FD EMPLEADOS_ARCHIVO.
           COPY EMPREG.

           FD DEPARTAMENTOS_ARCHIVO.
           COPY DEPREG.

           FD HISTORIAL_ARCHIVO.
           COPY HISREG.

           FD AUDITORIA_ARCHIVO.
           COPY AUDREG.

           WORKING-STORAGE SECTION.
           COPY CAMFST.
           COPY EMPFST.
           COPY DEPFST.
           COPY HISFST.
           COPY AUDFST.
           COPY ACCWS.

               01 WS-FIN-CAMBIOS PIC X VALUE "N".
                   88 FIN-CAMBIOS VALUE "S".
               01 WS-HAY-CATALOGO PIC X VALUE "N".
                   88 HAY-CATALOGO VALUE "S".
               01 WS-CAMBIO-VALIDO PIC X VALUE "N".
                   88 CAMBIO-VALIDO VALUE "S".

               01 WS-FECHA-HOY PIC 9(8).
               01 WS-OPERADOR PIC X(20).
               01 WS-AUD-OPERACION PIC X(10).
               01 WS-MOTIVO-RECHAZO PIC X(30).

               01 WS-SALARIO-ANTERIOR PIC 9(7)V99.
               01 WS-PUESTO-ANTERIOR PIC X(20).
               01 WS-DEPARTAMENTO-ANTERIOR PIC X(20).
               01 WS-SALARIO-EDIT PIC Z(6)9.99.
               01 WS-VALOR-LISTADO PIC X(20).

               01 WS-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-APLICADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-FUTUROS PIC 9(6) VALUE ZERO.
               01 WS-RECUENTO-EDIT PIC ZZZ,ZZ9.

               01 WS-INFORME-TITULO.
                   05 FILLER PIC X(32)
                       VALUE "CAMBIOS PROGRAMADOS  PROCESO: ".
                   05 WS-INF-FECHA PIC 9999/99/99.
               01 WS-INFORME-CABECERA.
                   05 FILLER PIC X(11) VALUE "RESULTADO".
                   05 FILLER PIC X(10) VALUE "EMPLEADO".
                   05 FILLER PIC X(12) VALUE "EFECTO".
                   05 FILLER PIC X(3) VALUE "T".
                   05 FILLER PIC X(22) VALUE "NUEVO VALOR".
                   05 FILLER PIC X(30) VALUE "MOTIVO".
               01 WS-INFORME-LINEA.
                   05 WS-INL-RESULTADO PIC X(9).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-INL-EMPLEADO PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-INL-EFECTO PIC 9999/99/99.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-INL-TIPO PIC X.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-INL-VALOR PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-INL-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               PERFORM ABRIR_ARCHIVOS.
               IF CAMBIOS-OK AND EMPLEADOS-OK
                   PERFORM IMPRIMIR_CABECERA
                   PERFORM EMPEZAR_RECORRIDO
                   PERFORM LEER_SIGUIENTE_CAMBIO
                   PERFORM PROCESAR_CAMBIO
                   UNTIL FIN-CAMBIOS
                   PERFORM IMPRIMIR_TOTALES
               END-IF.
               PERFORM CERRAR_ARCHIVOS.

           PROGRAM_DONE.
               GOBACK.

           ABRIR_ARCHIVOS.
               OPEN I-O CAMBIOS_ARCHIVO.
               IF CAMBIOS-NO-EXISTE
                   OPEN OUTPUT CAMBIOS_ARCHIVO
                   CLOSE CAMBIOS_ARCHIVO
                   OPEN I-O CAMBIOS_ARCHIVO
               END-IF.
               IF NOT CAMBIOS-OK
                   DISPLAY "No se puede abrir el archivo de cambios "
                       "programados (estado " WS-CAMBIOS-ESTADO ")."
               END-IF.
               OPEN I-O EMPLEADOS_ARCHIVO.
               IF NOT EMPLEADOS-OK
                   DISPLAY "No se puede abrir el maestro de empleados "
                       "(estado " WS-EMPLEADOS-ESTADO ")."
               END-IF.
               OPEN INPUT DEPARTAMENTOS_ARCHIVO.
               IF DEPARTAMENTOS-OK
                   MOVE "S" TO WS-HAY-CATALOGO
               END-IF.
               OPEN I-O HISTORIAL_ARCHIVO.
               IF HISTORIAL-NO-EXISTE
                   OPEN OUTPUT HISTORIAL_ARCHIVO
                   CLOSE HISTORIAL_ARCHIVO
                   OPEN I-O HISTORIAL_ARCHIVO
               END-IF.
               OPEN I-O AUDITORIA_ARCHIVO.
               IF AUDITORIA-NO-EXISTE
                   OPEN OUTPUT AUDITORIA_ARCHIVO
                   CLOSE AUDITORIA_ARCHIVO
                   OPEN I-O AUDITORIA_ARCHIVO
               END-IF.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.
               PERFORM COMPROBAR_ROL_NOMINA.

           COMPROBAR_ROL_NOMINA.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "SALARIO" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.

           CERRAR_ARCHIVOS.
               CLOSE CAMBIOS_ARCHIVO.
               CLOSE EMPLEADOS_ARCHIVO.
               CLOSE DEPARTAMENTOS_ARCHIVO.
               CLOSE HISTORIAL_ARCHIVO.
               CLOSE AUDITORIA_ARCHIVO.

           EMPEZAR_RECORRIDO.
               MOVE "N" TO WS-FIN-CAMBIOS.
               MOVE LOW-VALUE TO CAM_CLAVE.
               START CAMBIOS_ARCHIVO
                   KEY IS NOT LESS THAN CAM_CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-CAMBIOS
               END-START.

           LEER_SIGUIENTE_CAMBIO.
               IF NOT FIN-CAMBIOS
                   READ CAMBIOS_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-CAMBIOS
                   END-READ
                   IF NOT CAMBIOS-OK
                       MOVE "S" TO WS-FIN-CAMBIOS
                   END-IF
               END-IF.

           PROCESAR_CAMBIO.
               IF CAM_ESTADO = "P"
                   IF CAM_FECHA_EFECTO > WS-FECHA-HOY
                       ADD 1 TO WS-TOTAL-FUTUROS
                   ELSE
                       ADD 1 TO WS-TOTAL-LEIDOS
                       PERFORM VALIDAR_CAMBIO
                       IF CAMBIO-VALIDO
                           PERFORM APLICAR_CAMBIO
                       END-IF
                       PERFORM CERRAR_CAMBIO
                   END-IF
               END-IF.
               PERFORM LEER_SIGUIENTE_CAMBIO.

           VALIDAR_CAMBIO.
               MOVE "S" TO WS-CAMBIO-VALIDO.
               MOVE SPACE TO WS-MOTIVO-RECHAZO.
               MOVE CAM_EMPLEADOS_ID TO EMPLEADOS_ID.
               READ EMPLEADOS_ARCHIVO
                   KEY IS EMPLEADOS_ID
                   INVALID KEY
                       CONTINUE
               END-READ.
               EVALUATE TRUE
                   WHEN NOT EMPLEADOS-OK
                       MOVE "N" TO WS-CAMBIO-VALIDO
                       MOVE "Empleado no esta en el maestro"
                           TO WS-MOTIVO-RECHAZO
                   WHEN EMPLEADOS_ESTADO = "B"
                       OR EMPLEADOS_ESTADO = "L"
                       MOVE "N" TO WS-CAMBIO-VALIDO
                       MOVE "Empleado ya dado de baja"
                           TO WS-MOTIVO-RECHAZO
                   WHEN CAM_TIPO = "D"
                       PERFORM VALIDAR_DEPARTAMENTO
                   WHEN CAM_TIPO = "S" OR CAM_TIPO = "P"
                       OR CAM_TIPO = "B"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-CAMBIO-VALIDO
                       MOVE "Tipo de cambio desconocido"
                           TO WS-MOTIVO-RECHAZO
               END-EVALUATE.

           VALIDAR_DEPARTAMENTO.
               IF HAY-CATALOGO
                   MOVE CAM_VALOR_NUEVO TO DEP_CODIGO
                   READ DEPARTAMENTOS_ARCHIVO
                       KEY IS DEP_CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF.
               IF NOT HAY-CATALOGO OR NOT DEPARTAMENTOS-OK
                   MOVE "N" TO WS-CAMBIO-VALIDO
                   MOVE "Departamento fuera del catalogo"
                       TO WS-MOTIVO-RECHAZO
               END-IF.

           APLICAR_CAMBIO.
               MOVE EMPLEADOS_SALARIO TO WS-SALARIO-ANTERIOR.
               MOVE EMPLEADOS_PUESTO TO WS-PUESTO-ANTERIOR.
               MOVE EMPLEADOS_DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR.
               EVALUATE CAM_TIPO
                   WHEN "S"
                       MOVE CAM_SALARIO_NUEVO TO EMPLEADOS_SALARIO
                   WHEN "P"
                       MOVE CAM_VALOR_NUEVO TO EMPLEADOS_PUESTO
                   WHEN "D"
                       MOVE CAM_VALOR_NUEVO TO EMPLEADOS_DEPARTAMENTO
                   WHEN "B"
                       MOVE "B" TO EMPLEADOS_ESTADO
                       MOVE CAM_FECHA_EFECTO TO EMPLEADOS_FECHA_BAJA
               END-EVALUATE.
               REWRITE EMPLEADOS_REGISTRO
                   INVALID KEY
                       MOVE "N" TO WS-CAMBIO-VALIDO
                       MOVE "Error al actualizar el maestro"
                           TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       PERFORM REGISTRAR_HISTORIAL
                       IF CAM_TIPO = "B"
                           MOVE "BAJA" TO WS-AUD-OPERACION
                       ELSE
                           MOVE "CAMBIO" TO WS-AUD-OPERACION
                       END-IF
                       PERFORM REGISTRAR_AUDITORIA
               END-REWRITE.

           REGISTRAR_HISTORIAL.
               MOVE SPACE TO HIS_CAMPO.
               EVALUATE CAM_TIPO
                   WHEN "S"
                       IF EMPLEADOS_SALARIO NOT = WS-SALARIO-ANTERIOR
                           MOVE "SALARIO" TO HIS_CAMPO
                           MOVE WS-SALARIO-ANTERIOR TO WS-SALARIO-EDIT
                           MOVE WS-SALARIO-EDIT TO HIS_VALOR_ANTERIOR
                           MOVE EMPLEADOS_SALARIO TO WS-SALARIO-EDIT
                           MOVE WS-SALARIO-EDIT TO HIS_VALOR_NUEVO
                       END-IF
                   WHEN "P"
                       IF EMPLEADOS_PUESTO NOT = WS-PUESTO-ANTERIOR
                           MOVE "PUESTO" TO HIS_CAMPO
                           MOVE WS-PUESTO-ANTERIOR
                               TO HIS_VALOR_ANTERIOR
                           MOVE EMPLEADOS_PUESTO TO HIS_VALOR_NUEVO
                       END-IF
                   WHEN "D"
                       IF EMPLEADOS_DEPARTAMENTO
                           NOT = WS-DEPARTAMENTO-ANTERIOR
                           MOVE "DEPARTAMEN" TO HIS_CAMPO
                           MOVE WS-DEPARTAMENTO-ANTERIOR
                               TO HIS_VALOR_ANTERIOR
                           MOVE EMPLEADOS_DEPARTAMENTO
                               TO HIS_VALOR_NUEVO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF HIS_CAMPO NOT = SPACE
                   PERFORM ESCRIBIR_HISTORIAL
               END-IF.

           ESCRIBIR_HISTORIAL.
               MOVE EMPLEADOS_ID TO HIS_EMPLEADOS_ID.
               MOVE CAM_FECHA_EFECTO TO HIS_FECHA.
               ACCEPT HIS_HORA FROM TIME.
               WRITE HISTORIAL_REGISTRO.
               PERFORM UNTIL NOT HISTORIAL-DUPLICADO
                   ADD 1 TO HIS_HORA
                   WRITE HISTORIAL_REGISTRO
               END-PERFORM.
               IF NOT HISTORIAL-OK
                   DISPLAY "AVISO: fallo al anotar el historial "
                       "(estado " WS-HISTORIAL-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
               END-IF.

           REGISTRAR_AUDITORIA.
               ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD_HORA FROM TIME.
               MOVE WS-AUD-OPERACION TO AUD_OPERACION.
               MOVE EMPLEADOS_ID TO AUD_EMPLEADOS_ID.
               MOVE WS-OPERADOR TO AUD_OPERADOR.
               WRITE AUDITORIA_REGISTRO.
               PERFORM UNTIL NOT AUDITORIA-DUPLICADA
                   ADD 1 TO AUD_HORA
                   WRITE AUDITORIA_REGISTRO
               END-PERFORM.
               IF NOT AUDITORIA-OK
                   DISPLAY "AVISO: fallo al registrar la auditoria "
                       "(estado " WS-AUDITORIA-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
               END-IF.

           CERRAR_CAMBIO.
               IF CAMBIO-VALIDO
                   ADD 1 TO WS-TOTAL-APLICADOS
                   MOVE "A" TO CAM_ESTADO
                   MOVE "Aplicado" TO WS-INL-RESULTADO
               ELSE
                   ADD 1 TO WS-TOTAL-RECHAZADOS
                   MOVE "R" TO CAM_ESTADO
                   MOVE "Rechazado" TO WS-INL-RESULTADO
               END-IF.
               MOVE WS-FECHA-HOY TO CAM_FECHA_PROCESO.
               MOVE WS-MOTIVO-RECHAZO TO CAM_MOTIVO.
               REWRITE CAMBIOS_REGISTRO
                   INVALID KEY
                       DISPLAY "AVISO: no se puede marcar el cambio "
                           "del empleado " CAM_EMPLEADOS_ID
                           " como procesado (estado "
                           WS-CAMBIOS-ESTADO ")."
               END-REWRITE.
               PERFORM IMPRIMIR_LINEA.

           IMPRIMIR_CABECERA.
               MOVE WS-FECHA-HOY TO WS-INF-FECHA.
               DISPLAY WS-INFORME-TITULO.
               DISPLAY WS-INFORME-CABECERA.

           IMPRIMIR_LINEA.
               MOVE CAM_EMPLEADOS_ID TO WS-INL-EMPLEADO.
               MOVE CAM_FECHA_EFECTO TO WS-INL-EFECTO.
               MOVE CAM_TIPO TO WS-INL-TIPO.
               EVALUATE CAM_TIPO
                   WHEN "S"
                       IF ACCESO-PERMITIDO
                           MOVE CAM_SALARIO_NUEVO TO WS-SALARIO-EDIT
                           MOVE WS-SALARIO-EDIT TO WS-VALOR-LISTADO
                       ELSE
                           MOVE "(reservado)" TO WS-VALOR-LISTADO
                       END-IF
                   WHEN "B"
                       MOVE "Baja" TO WS-VALOR-LISTADO
                   WHEN OTHER
                       MOVE CAM_VALOR_NUEVO TO WS-VALOR-LISTADO
               END-EVALUATE.
               MOVE WS-VALOR-LISTADO TO WS-INL-VALOR.
               MOVE WS-MOTIVO-RECHAZO TO WS-INL-MOTIVO.
               DISPLAY WS-INFORME-LINEA.

           IMPRIMIR_TOTALES.
               DISPLAY SPACE.
               MOVE WS-TOTAL-LEIDOS TO WS-RECUENTO-EDIT.
               DISPLAY "Cambios vencidos procesados: " WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-APLICADOS TO WS-RECUENTO-EDIT.
               DISPLAY "Aplicados ................. " WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-RECHAZADOS TO WS-RECUENTO-EDIT.
               DISPLAY "Rechazados ................ " WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-FUTUROS TO WS-RECUENTO-EDIT.
               DISPLAY "Pendientes con fecha futura " WS-RECUENTO-EDIT.

           END PROGRAM Aplicar_Cambios.
