           COPY AUSSEL.
           COPY INCSEL.
           COPY CALSEL.
           COPY CAMSEL.
           COPY DEDSEL.
       DATA DIVISION.
           FILE SECTION.
           FD EMPLEADOS_ARCHIVO.
           FD CALENDARIO_ARCHIVO.
           COPY CALREG.

           FD CAMBIOS_ARCHIVO.
           COPY CAMREG.

           FD DEDUCCIONES_ARCHIVO.
           COPY DEDREG.

           WORKING-STORAGE SECTION.
               01 IDENTIFICADOR PIC X(36)
                   VALUE "Introduce un ID del nuevo empleado: ".
               01 OPERACION-2 PIC X(42)
                   VALUE "C-Catalogo P-Apellidos D-Depto H-Historial".
               01 OPERACION-3 PIC X(44)
                   VALUE "V-Ausencia X-CancelAus I-Incid F-Festivos".
               01 OPERACION-4 PIC X(44)
                   VALUE "G-Cambios programados R-Descuentos fijos: ".
               01 CONFIRMAR-BAJA PIC X(30)
                   VALUE "Confirmar eliminacion (S/N): ".
               01 CONFIRMAR-MARCA-BAJA PIC X(32)
                   VALUE "Confirmar baja del empleado (S/N): ".
               01 FECHA-BAJA PIC X(40)
                   VALUE "Introduce la fecha de baja (AAAAMMDD): ".
               01 CAM-ACCION PIC X(44)
                   VALUE "Cambios: A-Alta L-Listado X-Anular S-Volver".
               01 CAM-FECHA PIC X(44)
                   VALUE "Introduce la fecha de efecto (AAAAMMDD): ".
               01 CAM-TIPO PIC X(44)
                   VALUE "Cambio: S-Salario P-Puesto D-Depto B-Baja: ".
               01 DED-ACCION PIC X(44)
                   VALUE "Descuentos: A-Alta L-Lista X-Anular S-Volver".
               01 DED-TIPO PIC X(40)
                   VALUE "Tipo: A-Anticipo P-Prestamo E-Embargo: ".
               01 DED-ACREEDOR PIC X(42)
                   VALUE "Acreedor o juzgado (vacio = EMPRESA): ".
               01 DED-REFERENCIA PIC X(37)
                   VALUE "Referencia (expediente o prestamo): ".
               01 DED-MODO PIC X(46)
                   VALUE "Modo: I-Importe fijo P-Porcentaje del neto: ".
               01 DED-IMPORTE PIC X(31)
                   VALUE "Importe mensual (ej. 150.00): ".
               01 DED-PCT PIC X(34)
                   VALUE "Porcentaje del neto (ej. 10.00): ".
               01 DED-TOTAL PIC X(34)
                   VALUE "Total a recuperar (ej. 1200.00): ".

               01 SI-NO PIC X.
               01 ENTRADA PIC X.
                   88 INC-EXISTENTE VALUE "S".
               01 WS-SALARIO-ANTERIOR PIC 9(7)V99.
               01 WS-PUESTO-ANTERIOR PIC X(20).
               01 WS-DEPARTAMENTO-ANTERIOR PIC X(20).
               01 WS-SALARIO-EDIT PIC Z(6)9.99.
               01 WS-CAM-ACCION PIC X.
               01 WS-CAM-TIPO PIC X.
               01 WS-CAM-TIPO-VALIDO PIC X VALUE "N".
                   88 CAM-TIPO-VALIDO VALUE "S".
               01 WS-CAM-FECHA-VALIDA PIC X VALUE "N".
                   88 CAM-FECHA-VALIDA VALUE "S".
               01 WS-CAM-FECHA-ALFA PIC X(8).
               01 WS-CAM-FECHA-DESGLOSE REDEFINES WS-CAM-FECHA-ALFA.
                   05 WS-CF-ANIO PIC 9(4).
                   05 WS-CF-MES PIC 9(2).
                   05 WS-CF-DIA PIC 9(2).
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-FIN-CAMBIOS PIC X VALUE "N".
                   88 FIN-CAMBIOS VALUE "S".
               01 WS-CAM-VALOR-LISTADO PIC X(20).
               01 WS-DED-ACCION PIC X.
               01 WS-DED-TIPO PIC X.
               01 WS-DED-TIPO-VALIDO PIC X VALUE "N".
                   88 DED-TIPO-VALIDO VALUE "S".
               01 WS-DED-MODO PIC X.
               01 WS-DED-MODO-VALIDO PIC X VALUE "N".
                   88 DED-MODO-VALIDO VALUE "S".
               01 WS-FIN-DEDUCCIONES PIC X VALUE "N".
                   88 FIN-DEDUCCIONES VALUE "S".
               01 WS-DED-PCT-EDIT PIC ZZ9.99.
               01 WS-DED-CUOTA-LISTADO PIC X(10).
               01 WS-DED-PENDIENTE-EDIT PIC Z(6)9.99.
               01 WS-OPCIONES-MENU PIC X(15) VALUE "ALQMBCPDHVXIFGR".
               01 WS-OPCION-CONTADOR PIC 9(2).
               01 WS-OPCION-AUTORIZADA PIC X VALUE "N".
                   88 OPCION-AUTORIZADA VALUE "S".
               01 WS-DENEGACION-CLAVE PIC X(8).

           COPY EMPFST.
           COPY AUDFST.
           COPY AUSFST.
           COPY INCFST.
           COPY CALFST.
           COPY CAMFST.
           COPY DEDFST.
           COPY IBANWS.
           COPY ACCWS.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM PROCEDIMIENTO_DE_APERTURA.
               IF ACCESO-PERMITIDO
                   MOVE "S" TO SI-NO
                   PERFORM PROCESAR_OPERACION
                   UNTIL SI-NO = "N"
               END-IF.
               PERFORM PROCEDIMIENTO_DE_CIERRE.

            PROGRAM_DONE.
                PERFORM ABRIR_AUSENCIAS.
                PERFORM ABRIR_INCIDENCIAS.
                PERFORM ABRIR_CALENDARIO.
                PERFORM ABRIR_CAMBIOS.
                PERFORM ABRIR_DEDUCCIONES.
                PERFORM ABRIR_AUDITORIA.
                PERFORM ABRIR_HISTORIAL.
                ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
                IF WS-OPERADOR = SPACE
                    MOVE "DESCONOCIDO" TO WS-OPERADOR
                END-IF.
                PERFORM COMPROBAR_ACCESO_MENU.

      * El perfil del operador decide si entra al menu, que opciones
      * puede usar y si ve los salarios (rol de nomina).
            COMPROBAR_ACCESO_MENU.
                MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
                MOVE "MENU" TO WS-ACC-RECURSO.
                CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
                IF NOT ACCESO-PERMITIDO
                    DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                    MOVE "MENU" TO WS-DENEGACION-CLAVE
                    PERFORM REGISTRAR_DENEGACION
                END-IF.

            ABRIR_EMPLEADOS.
                OPEN I-O EMPLEADOS_ARCHIVO.
                    OPEN I-O CALENDARIO_ARCHIVO
                END-IF.

            ABRIR_CAMBIOS.
                OPEN I-O CAMBIOS_ARCHIVO.
                IF CAMBIOS-NO-EXISTE
                    OPEN OUTPUT CAMBIOS_ARCHIVO
                    CLOSE CAMBIOS_ARCHIVO
                    OPEN I-O CAMBIOS_ARCHIVO
                END-IF.

            ABRIR_DEDUCCIONES.
                OPEN I-O DEDUCCIONES_ARCHIVO.
                IF DEDUCCIONES-NO-EXISTE
                    OPEN OUTPUT DEDUCCIONES_ARCHIVO
                    CLOSE DEDUCCIONES_ARCHIVO
                    OPEN I-O DEDUCCIONES_ARCHIVO
                END-IF.

            ABRIR_AUDITORIA.
                OPEN I-O AUDITORIA_ARCHIVO.
                IF AUDITORIA-NO-EXISTE
               CLOSE AUSENCIAS_ARCHIVO.
               CLOSE INCIDENCIAS_ARCHIVO.
               CLOSE CALENDARIO_ARCHIVO.
               CLOSE CAMBIOS_ARCHIVO.
               CLOSE DEDUCCIONES_ARCHIVO.

            REGISTRAR_AUDITORIA.
                ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
                        "empleado " EMPLEADOS_ID
                END-IF.

      * Los intentos rechazados se anotan con la operacion DENEGADO y,
      * en lugar del empleado, lo que se intento usar (MENU, MENU-x o
      * SALARIO).
            REGISTRAR_DENEGACION.
                ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
                ACCEPT AUD_HORA FROM TIME.
                MOVE "DENEGADO" TO AUD_OPERACION.
                MOVE WS-DENEGACION-CLAVE TO AUD_EMPLEADOS_ID.
                MOVE WS-OPERADOR TO AUD_OPERADOR.
                WRITE AUDITORIA_REGISTRO.
                PERFORM UNTIL NOT AUDITORIA-DUPLICADA
                    ADD 1 TO AUD_HORA
                    WRITE AUDITORIA_REGISTRO
                END-PERFORM.
                IF NOT AUDITORIA-OK
                    DISPLAY "AVISO: fallo al registrar la auditoria "
                        "(estado " WS-AUDITORIA-ESTADO ") para "
                        WS-DENEGACION-CLAVE
                END-IF.

            DENEGAR_SALARIO.
                DISPLAY "Los salarios estan reservados al rol de "
                    "nomina.".
                MOVE "SALARIO" TO WS-DENEGACION-CLAVE.
                PERFORM REGISTRAR_DENEGACION.

            MOSTRAR_SALARIO.
                IF ACC-ROL-NOMINA
                    DISPLAY "Salario: " EMPLEADOS_SALARIO
                ELSE
                    DISPLAY "Salario: (reservado al rol de nomina)"
                END-IF.

            PROCESAR_OPERACION.
                DISPLAY OPERACION.
                DISPLAY OPERACION-2.
                DISPLAY OPERACION-3.
                DISPLAY OPERACION-4.
                ACCEPT WS-OPERACION.
                MOVE FUNCTION UPPER-CASE(WS-OPERACION) TO WS-OPERACION.
                PERFORM COMPROBAR_OPCION.
                IF OPCION-AUTORIZADA
                    PERFORM EJECUTAR_OPCION
                END-IF.

      * Una letra del menu que no figura en el perfil se rechaza y se
      * anota; S-Salir y las letras que no son opciones pasan siempre.
            COMPROBAR_OPCION.
                MOVE "S" TO WS-OPCION-AUTORIZADA.
                MOVE ZERO TO WS-OPCION-CONTADOR.
                INSPECT WS-OPCIONES-MENU TALLYING WS-OPCION-CONTADOR
                    FOR ALL WS-OPERACION.
                IF WS-OPCION-CONTADOR > ZERO
                    MOVE ZERO TO WS-OPCION-CONTADOR
                    INSPECT WS-ACC-OPCIONES TALLYING WS-OPCION-CONTADOR
                        FOR ALL WS-OPERACION
                    IF WS-OPCION-CONTADOR = ZERO
                        MOVE "N" TO WS-OPCION-AUTORIZADA
                        DISPLAY "Opcion no autorizada para el operador "
                            WS-OPERADOR
                        MOVE SPACE TO WS-DENEGACION-CLAVE
                        STRING "MENU-" WS-OPERACION
                            DELIMITED BY SIZE INTO WS-DENEGACION-CLAVE
                        PERFORM REGISTRAR_DENEGACION
                    END-IF
                END-IF.

            EJECUTAR_OPCION.
                EVALUATE WS-OPERACION
                    WHEN "A"
                        PERFORM AGREGAR_REGISTROS
                        PERFORM CAPTURAR_INCIDENCIA
                    WHEN "F"
                        PERFORM MANTENER_CALENDARIO
                    WHEN "G"
                        PERFORM MANTENER_CAMBIOS
                    WHEN "R"
                        PERFORM MANTENER_DEDUCCIONES
                    WHEN "S"
                        MOVE "N" TO SI-NO
                    WHEN OTHER
                    DISPLAY "Direccion: " EMPLEADOS_DIRECCION
                    DISPLAY "Departamento: " EMPLEADOS_DEPARTAMENTO
                    DISPLAY "Puesto: " EMPLEADOS_PUESTO
                    PERFORM MOSTRAR_SALARIO
                    DISPLAY "Fecha de ingreso: "
                        EMPLEADOS_FECHA_INGRESO
                    DISPLAY "Cuenta bancaria: "
                IF EMPLEADOS-OK
                    MOVE EMPLEADOS_SALARIO TO WS-SALARIO-ANTERIOR
                    MOVE EMPLEADOS_PUESTO TO WS-PUESTO-ANTERIOR
                    MOVE EMPLEADOS_DEPARTAMENTO
                        TO WS-DEPARTAMENTO-ANTERIOR
                    PERFORM OBTENER_CAMPOS_ACTUALIZACION
                    REWRITE EMPLEADOS_REGISTRO
                        INVALID KEY
                    MOVE EMPLEADOS_PUESTO TO HIS_VALOR_NUEVO
                    PERFORM ESCRIBIR_HISTORIAL
                END-IF.
                IF EMPLEADOS_DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
                    MOVE "DEPARTAMEN" TO HIS_CAMPO
                    MOVE WS-DEPARTAMENTO-ANTERIOR TO HIS_VALOR_ANTERIOR
                    MOVE EMPLEADOS_DEPARTAMENTO TO HIS_VALOR_NUEVO
                    PERFORM ESCRIBIR_HISTORIAL
                END-IF.

            ESCRIBIR_HISTORIAL.
                MOVE EMPLEADOS_ID TO HIS_EMPLEADOS_ID.
                DISPLAY "Direccion: " EMPLEADOS_DIRECCION.
                DISPLAY "Departamento: " EMPLEADOS_DEPARTAMENTO.
                DISPLAY "Puesto: " EMPLEADOS_PUESTO.
                PERFORM MOSTRAR_SALARIO.
                DISPLAY "Fecha de ingreso: " EMPLEADOS_FECHA_INGRESO.
                DISPLAY "Cuenta bancaria: " EMPLEADOS_CUENTA_BANCARIA.
                DISPLAY NOMBRE.
                PERFORM SOLICITAR_DEPARTAMENTO.
                DISPLAY PUESTO.
                ACCEPT EMPLEADOS_PUESTO.
                IF ACC-ROL-NOMINA
                    PERFORM SOLICITAR_SALARIO
                END-IF.
                PERFORM SOLICITAR_FECHA_INGRESO.
                PERFORM SOLICITAR_CUENTA.

                PERFORM SOLICITAR_DEPARTAMENTO.
                DISPLAY PUESTO.
                ACCEPT EMPLEADOS_PUESTO.
                IF ACC-ROL-NOMINA
                    PERFORM SOLICITAR_SALARIO
                ELSE
                    MOVE ZERO TO EMPLEADOS_SALARIO
                    DISPLAY "Salario a cero: lo fija un operador con "
                        "el rol de nomina."
                END-IF.
                PERFORM SOLICITAR_FECHA_INGRESO.
                PERFORM SOLICITAR_CUENTA.
                MOVE "A" TO EMPLEADOS_ESTADO.
                    END-IF
                END-PERFORM.

            MANTENER_CAMBIOS.
                DISPLAY CAM-ACCION.
                ACCEPT WS-CAM-ACCION.
                MOVE FUNCTION UPPER-CASE(WS-CAM-ACCION)
                    TO WS-CAM-ACCION.
                EVALUATE WS-CAM-ACCION
                    WHEN "A"
                        PERFORM CAMBIO_ALTA
                    WHEN "L"
                        PERFORM CAMBIO_LISTADO
                    WHEN "X"
                        PERFORM CAMBIO_ANULAR
                    WHEN "S"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Opcion no valida."
                END-EVALUATE.

            CAMBIO_ALTA.
                PERFORM SOLICITAR_ID_EXISTENTE.
                IF EMPLEADOS-OK
                    IF EMPLEADOS_ESTADO = "B" OR EMPLEADOS_ESTADO = "L"
                        DISPLAY "El empleado ya esta de baja desde "
                            EMPLEADOS_FECHA_BAJA ", no admite cambios."
                    ELSE
                        DISPLAY "Empleado: " EMPLEADOS_NOMBRE
                            SPACE EMPLEADOS_APELLIDOS
                        PERFORM SOLICITAR_FECHA_EFECTO
                        ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                        IF WS-CAM-FECHA-ALFA < WS-FECHA-HOY
                            DISPLAY "La fecha de efecto no puede ser "
                                "anterior a hoy: para un cambio ya en "
                                "vigor usar M-Mod."
                        ELSE
                            PERFORM SOLICITAR_TIPO_CAMBIO
                            IF WS-CAM-TIPO = "S" AND NOT ACC-ROL-NOMINA
                                PERFORM DENEGAR_SALARIO
                            ELSE
                                PERFORM GUARDAR_CAMBIO
                            END-IF
                        END-IF
                    END-IF
                END-IF.

            GUARDAR_CAMBIO.
                MOVE SPACE TO CAMBIOS_REGISTRO.
                MOVE EMPLEADOS_ID TO CAM_EMPLEADOS_ID.
                MOVE WS-CAM-FECHA-ALFA TO CAM_FECHA_EFECTO.
                MOVE WS-CAM-TIPO TO CAM_TIPO.
                MOVE ZERO TO CAM_SALARIO_NUEVO.
                EVALUATE WS-CAM-TIPO
                    WHEN "S"
                        DISPLAY "Salario actual: " EMPLEADOS_SALARIO
                        PERFORM SOLICITAR_SALARIO
                        MOVE EMPLEADOS_SALARIO TO CAM_SALARIO_NUEVO
                    WHEN "P"
                        DISPLAY "Puesto actual: " EMPLEADOS_PUESTO
                        DISPLAY PUESTO
                        ACCEPT CAM_VALOR_NUEVO
                    WHEN "D"
                        DISPLAY "Departamento actual: "
                            EMPLEADOS_DEPARTAMENTO
                        PERFORM SOLICITAR_DEPARTAMENTO
                        MOVE EMPLEADOS_DEPARTAMENTO TO CAM_VALOR_NUEVO
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE.
                MOVE "P" TO CAM_ESTADO.
                MOVE WS-FECHA-HOY TO CAM_FECHA_ALTA.
                MOVE WS-OPERADOR TO CAM_OPERADOR.
                MOVE ZERO TO CAM_FECHA_PROCESO.
                WRITE CAMBIOS_REGISTRO
                    INVALID KEY
                        DISPLAY "Ya hay un cambio de ese tipo "
                            "programado para esa fecha."
                    NOT INVALID KEY
                        MOVE "PROGRAMA" TO WS-AUD-OPERACION
                        PERFORM REGISTRAR_AUDITORIA
                        DISPLAY "Cambio programado, se aplicara el "
                            CAM_FECHA_EFECTO "."
                END-WRITE.

            CAMBIO_LISTADO.
                MOVE "N" TO WS-FIN-CAMBIOS.
                MOVE LOW-VALUE TO CAM_CLAVE.
                START CAMBIOS_ARCHIVO
                    KEY IS NOT LESS THAN CAM_CLAVE
                    INVALID KEY
                        MOVE "S" TO WS-FIN-CAMBIOS
                END-START.
                DISPLAY "EMPLEADO  EFECTO    T  NUEVO VALOR           "
                    "E  PROCESO   MOTIVO".
                PERFORM LISTAR_CAMBIO
                UNTIL FIN-CAMBIOS.

            LISTAR_CAMBIO.
                READ CAMBIOS_ARCHIVO NEXT
                    AT END MOVE "S" TO WS-FIN-CAMBIOS
                END-READ.
                IF NOT CAMBIOS-OK
                    MOVE "S" TO WS-FIN-CAMBIOS
                END-IF.
                IF NOT FIN-CAMBIOS
                    IF CAM_TIPO = "S"
                        MOVE CAM_SALARIO_NUEVO TO WS-SALARIO-EDIT
                        MOVE WS-SALARIO-EDIT TO WS-CAM-VALOR-LISTADO
                        IF NOT ACC-ROL-NOMINA
                            MOVE "(reservado)" TO WS-CAM-VALOR-LISTADO
                        END-IF
                    ELSE
                        MOVE CAM_VALOR_NUEVO TO WS-CAM-VALOR-LISTADO
                    END-IF
                    DISPLAY CAM_EMPLEADOS_ID "  " CAM_FECHA_EFECTO
                        "  " CAM_TIPO "  " WS-CAM-VALOR-LISTADO
                        "  " CAM_ESTADO "  " CAM_FECHA_PROCESO
                        "  " CAM_MOTIVO
                END-IF.

            CAMBIO_ANULAR.
                PERFORM SOLICITAR_ID_EXISTENTE.
                IF EMPLEADOS-OK
                    PERFORM SOLICITAR_FECHA_EFECTO
                    PERFORM SOLICITAR_TIPO_CAMBIO
                    MOVE EMPLEADOS_ID TO CAM_EMPLEADOS_ID
                    MOVE WS-CAM-FECHA-ALFA TO CAM_FECHA_EFECTO
                    MOVE WS-CAM-TIPO TO CAM_TIPO
                    READ CAMBIOS_ARCHIVO
                        KEY IS CAM_CLAVE
                        INVALID KEY
                            CONTINUE
                    END-READ
                    IF NOT CAMBIOS-OK
                        DISPLAY "No hay ningun cambio de ese tipo "
                            "programado para esa fecha."
                    ELSE
                        IF CAM_ESTADO NOT = "P"
                            DISPLAY "Ese cambio ya se proceso (estado "
                                CAM_ESTADO "), no se puede anular."
                        ELSE
                            IF CAM_TIPO = "S" AND NOT ACC-ROL-NOMINA
                                PERFORM DENEGAR_SALARIO
                            ELSE
                                PERFORM CONFIRMAR_ANULACION_CAMBIO
                            END-IF
                        END-IF
                    END-IF
                END-IF.

            CONFIRMAR_ANULACION_CAMBIO.
                DISPLAY CONFIRMAR-BAJA.
                ACCEPT WS-CONFIRMAR.
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR)
                    TO WS-CONFIRMAR.
                IF WS-CONFIRMAR = "S"
                    DELETE CAMBIOS_ARCHIVO
                        INVALID KEY
                            DISPLAY "Error al anular el cambio."
                        NOT INVALID KEY
                            MOVE "ANULA" TO WS-AUD-OPERACION
                            PERFORM REGISTRAR_AUDITORIA
                    END-DELETE
                ELSE
                    DISPLAY "Anulacion abandonada."
                END-IF.

            SOLICITAR_FECHA_EFECTO.
                MOVE "N" TO WS-CAM-FECHA-VALIDA.
                PERFORM UNTIL CAM-FECHA-VALIDA
                    DISPLAY CAM-FECHA
                    MOVE SPACE TO WS-CAM-FECHA-ALFA
                    ACCEPT WS-CAM-FECHA-ALFA
                    IF WS-CAM-FECHA-ALFA IS NUMERIC
                        AND WS-CF-MES >= 1 AND WS-CF-MES <= 12
                        AND WS-CF-DIA >= 1 AND WS-CF-DIA <= 31
                        MOVE "S" TO WS-CAM-FECHA-VALIDA
                    ELSE
                        DISPLAY
                         "La fecha de efecto debe ser AAAAMMDD."
                    END-IF
                END-PERFORM.

            SOLICITAR_TIPO_CAMBIO.
                MOVE "N" TO WS-CAM-TIPO-VALIDO.
                PERFORM UNTIL CAM-TIPO-VALIDO
                    DISPLAY CAM-TIPO
                    ACCEPT WS-CAM-TIPO
                    MOVE FUNCTION UPPER-CASE(WS-CAM-TIPO)
                        TO WS-CAM-TIPO
                    IF WS-CAM-TIPO = "S" OR WS-CAM-TIPO = "P"
                        OR WS-CAM-TIPO = "D" OR WS-CAM-TIPO = "B"
                        MOVE "S" TO WS-CAM-TIPO-VALIDO
                    ELSE
                        DISPLAY "El cambio debe ser S, P, D o B."
                    END-IF
                END-PERFORM.

            SOLICITAR_ID_NUEVO.
                MOVE "N" TO WS-ID-VALIDO.
                PERFORM UNTIL ID-VALIDO
                        PERFORM REGISTRAR_AUDITORIA
                END-WRITE.

            MANTENER_DEDUCCIONES.
                DISPLAY DED-ACCION.
                ACCEPT WS-DED-ACCION.
                MOVE FUNCTION UPPER-CASE(WS-DED-ACCION)
                    TO WS-DED-ACCION.
                EVALUATE WS-DED-ACCION
                    WHEN "A"
                        PERFORM DEDUCCION_ALTA
                    WHEN "L"
                        PERFORM DEDUCCION_LISTADO
                    WHEN "X"
                        PERFORM DEDUCCION_ANULAR
                    WHEN "S"
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "Opcion no valida."
                END-EVALUATE.

            DEDUCCION_ALTA.
                PERFORM SOLICITAR_ID_EXISTENTE.
                IF EMPLEADOS-OK
                    IF EMPLEADOS_ESTADO = "L"
                        DISPLAY "El empleado ya esta liquidado, no "
                            "admite deducciones."
                    ELSE
                        DISPLAY "Empleado: " EMPLEADOS_NOMBRE
                            SPACE EMPLEADOS_APELLIDOS
                        PERFORM SOLICITAR_FECHA_AUSENCIA
                        PERFORM SOLICITAR_TIPO_DEDUCCION
                        PERFORM GUARDAR_DEDUCCION
                    END-IF
                END-IF.

            GUARDAR_DEDUCCION.
                MOVE SPACE TO DEDUCCIONES_REGISTRO.
                MOVE EMPLEADOS_ID TO DED_EMPLEADOS_ID.
                MOVE WS-AUS-FECHA-ALFA TO DED_FECHA_INICIO.
                MOVE WS-DED-TIPO TO DED_TIPO.
                PERFORM SOLICITAR_ACREEDOR.
                DISPLAY DED-REFERENCIA.
                ACCEPT DED_REFERENCIA.
                PERFORM SOLICITAR_MODO_DEDUCCION.
                MOVE WS-DED-MODO TO DED_MODO.
                MOVE ZERO TO DED_IMPORTE_MES.
                MOVE ZERO TO DED_PCT_NETO.
                IF WS-DED-MODO = "P"
                    PERFORM SOLICITAR_PCT_DEDUCCION
                    COMPUTE DED_PCT_NETO = WS-INC-IMPORTE / 100
                ELSE
                    MOVE ZERO TO WS-INC-IMPORTE
                    PERFORM UNTIL WS-INC-IMPORTE > ZERO
                        DISPLAY DED-IMPORTE
                        PERFORM SOLICITAR_IMPORTE_INCIDENCIA
                        IF WS-INC-IMPORTE = ZERO
                            DISPLAY "La cuota debe ser mayor que cero."
                        END-IF
                    END-PERFORM
                    MOVE WS-INC-IMPORTE TO DED_IMPORTE_MES
                END-IF.
                MOVE ZERO TO WS-INC-IMPORTE.
                PERFORM UNTIL WS-INC-IMPORTE > ZERO
                    DISPLAY DED-TOTAL
                    PERFORM SOLICITAR_IMPORTE_INCIDENCIA
                    IF WS-INC-IMPORTE = ZERO
                        DISPLAY "El total debe ser mayor que cero."
                    END-IF
                END-PERFORM.
                MOVE WS-INC-IMPORTE TO DED_TOTAL.
                MOVE WS-INC-IMPORTE TO DED_PENDIENTE.
                MOVE "A" TO DED_ESTADO.
                MOVE ZERO TO DED_ULTIMO_PERIODO.
                MOVE ZERO TO DED_FECHA_CIERRE.
                ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
                MOVE WS-FECHA-HOY TO DED_FECHA_ALTA.
                MOVE WS-OPERADOR TO DED_OPERADOR.
                WRITE DEDUCCIONES_REGISTRO
                    INVALID KEY
                        DISPLAY "Ya hay una deduccion de ese tipo con "
                            "esa fecha de inicio."
                    NOT INVALID KEY
                        MOVE "DEDUCCION" TO WS-AUD-OPERACION
                        PERFORM REGISTRAR_AUDITORIA
                        DISPLAY "Deduccion registrada, se aplicara "
                            "desde la nomina de " WS-AUS-FECHA-ALFA(1:6)
                            "."
                END-WRITE.

            SOLICITAR_TIPO_DEDUCCION.
                MOVE "N" TO WS-DED-TIPO-VALIDO.
                PERFORM UNTIL DED-TIPO-VALIDO
                    DISPLAY DED-TIPO
                    ACCEPT WS-DED-TIPO
                    MOVE FUNCTION UPPER-CASE(WS-DED-TIPO)
                        TO WS-DED-TIPO
                    IF WS-DED-TIPO = "A" OR WS-DED-TIPO = "P"
                        OR WS-DED-TIPO = "E"
                        MOVE "S" TO WS-DED-TIPO-VALIDO
                    ELSE
                        DISPLAY "El tipo debe ser A, P o E."
                    END-IF
                END-PERFORM.

            SOLICITAR_ACREEDOR.
                MOVE SPACE TO DED_ACREEDOR.
                PERFORM UNTIL DED_ACREEDOR NOT = SPACE
                    DISPLAY DED-ACREEDOR
                    ACCEPT DED_ACREEDOR
                    IF DED_ACREEDOR = SPACE
                        IF WS-DED-TIPO = "E"
                            DISPLAY "Un embargo debe indicar el "
                                "juzgado que lo ordena."
                        ELSE
                            MOVE "EMPRESA" TO DED_ACREEDOR
                        END-IF
                    END-IF
                END-PERFORM.

            SOLICITAR_MODO_DEDUCCION.
                MOVE "N" TO WS-DED-MODO-VALIDO.
                PERFORM UNTIL DED-MODO-VALIDO
                    DISPLAY DED-MODO
                    ACCEPT WS-DED-MODO
                    MOVE FUNCTION UPPER-CASE(WS-DED-MODO)
                        TO WS-DED-MODO
                    IF WS-DED-MODO = "I" OR WS-DED-MODO = "P"
                        MOVE "S" TO WS-DED-MODO-VALIDO
                    ELSE
                        DISPLAY "El modo debe ser I o P."
                    END-IF
                END-PERFORM.

            SOLICITAR_PCT_DEDUCCION.
                MOVE ZERO TO WS-INC-IMPORTE.
                PERFORM UNTIL WS-INC-IMPORTE > ZERO
                    AND WS-INC-IMPORTE <= 100
                    DISPLAY DED-PCT
                    PERFORM SOLICITAR_IMPORTE_INCIDENCIA
                    IF WS-INC-IMPORTE = ZERO OR WS-INC-IMPORTE > 100
                        DISPLAY "El porcentaje debe estar entre 0.01 "
                            "y 100."
                    END-IF
                END-PERFORM.

            DEDUCCION_LISTADO.
                MOVE "N" TO WS-FIN-DEDUCCIONES.
                MOVE LOW-VALUE TO DED_CLAVE.
                START DEDUCCIONES_ARCHIVO
                    KEY IS NOT LESS THAN DED_CLAVE
                    INVALID KEY
                        MOVE "S" TO WS-FIN-DEDUCCIONES
                END-START.
                DISPLAY "EMPLEADO  INICIO    T  ACREEDOR              "
                    "          CUOTA       PENDIENTE   E  ULTIMO".
                PERFORM LISTAR_DEDUCCION
                UNTIL FIN-DEDUCCIONES.

            LISTAR_DEDUCCION.
                READ DEDUCCIONES_ARCHIVO NEXT
                    AT END MOVE "S" TO WS-FIN-DEDUCCIONES
                END-READ.
                IF NOT DEDUCCIONES-OK
                    MOVE "S" TO WS-FIN-DEDUCCIONES
                END-IF.
                IF NOT FIN-DEDUCCIONES
                    IF DED_MODO = "P"
                        COMPUTE WS-DED-PCT-EDIT = DED_PCT_NETO * 100
                        MOVE SPACE TO WS-DED-CUOTA-LISTADO
                        STRING "  " WS-DED-PCT-EDIT "%"
                            DELIMITED BY SIZE
                            INTO WS-DED-CUOTA-LISTADO
                    ELSE
                        MOVE DED_IMPORTE_MES TO WS-SALARIO-EDIT
                        MOVE WS-SALARIO-EDIT TO WS-DED-CUOTA-LISTADO
                    END-IF
                    MOVE DED_PENDIENTE TO WS-DED-PENDIENTE-EDIT
                    DISPLAY DED_EMPLEADOS_ID "  " DED_FECHA_INICIO
                        "  " DED_TIPO "  " DED_ACREEDOR
                        "  " WS-DED-CUOTA-LISTADO
                        "  " WS-DED-PENDIENTE-EDIT
                        "  " DED_ESTADO "  " DED_ULTIMO_PERIODO
                END-IF.

            DEDUCCION_ANULAR.
                PERFORM SOLICITAR_ID_EXISTENTE.
                IF EMPLEADOS-OK
                    PERFORM SOLICITAR_FECHA_AUSENCIA
                    PERFORM SOLICITAR_TIPO_DEDUCCION
                    MOVE EMPLEADOS_ID TO DED_EMPLEADOS_ID
                    MOVE WS-AUS-FECHA-ALFA TO DED_FECHA_INICIO
                    MOVE WS-DED-TIPO TO DED_TIPO
                    READ DEDUCCIONES_ARCHIVO
                        KEY IS DED_CLAVE
                        INVALID KEY
                            CONTINUE
                    END-READ
                    IF NOT DEDUCCIONES-OK
                        DISPLAY "No hay ninguna deduccion de ese tipo "
                            "con esa fecha de inicio."
                    ELSE
                        IF DED_ESTADO NOT = "A"
                            DISPLAY "Esa deduccion ya esta cerrada "
                                "(estado " DED_ESTADO ")."
                        ELSE
                            PERFORM CONFIRMAR_ANULACION_DEDUCCION
                        END-IF
                    END-IF
                END-IF.

            CONFIRMAR_ANULACION_DEDUCCION.
                MOVE DED_PENDIENTE TO WS-DED-PENDIENTE-EDIT.
                DISPLAY "Acreedor " DED_ACREEDOR ", pendiente "
                    WS-DED-PENDIENTE-EDIT.
                DISPLAY CONFIRMAR-BAJA.
                ACCEPT WS-CONFIRMAR.
                MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR)
                    TO WS-CONFIRMAR.
                IF WS-CONFIRMAR = "S"
                    MOVE "X" TO DED_ESTADO
                    ACCEPT DED_FECHA_CIERRE FROM DATE YYYYMMDD
                    REWRITE DEDUCCIONES_REGISTRO
                        INVALID KEY
                            DISPLAY "Error al anular la deduccion."
                        NOT INVALID KEY
                            MOVE "ANULA" TO WS-AUD-OPERACION
                            PERFORM REGISTRAR_AUDITORIA
                    END-REWRITE
                ELSE
                    DISPLAY "Anulacion abandonada."
                END-IF.

            END PROGRAM Base_De_Datos.
