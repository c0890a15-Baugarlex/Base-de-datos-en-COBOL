      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Mantenimiento de los perfiles de operador            *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Perfiles_Operadores.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Mantenimiento de PERFILES_ARCHIVO (ver PERREG):
                    alta, modificacion, listado y desactivacion o
                    reactivacion del perfil de cada operador, con las
                    opciones del menu de Base_De_Datos y los programas
                    por lotes que puede usar y sus roles de nomina y
                    de administrador. Solo entra un operador con el
                    rol de administrador (comprobado con
                    Comprobar_Acceso); cualquier otro intento se anota
                    en AUDITORIA_ARCHIVO como DENEGADO. Mientras el
                    fichero esta vacio, el operador que lo ejecuta
                    (si no es DESCONOCIDO) se da de alta a si mismo
                    como primer administrador con todas las opciones.
                    Cada alta, cambio y desactivacion queda en
                    AUDITORIA_ARCHIVO (PERFIL-A, PERFIL-M, PERFIL-X,
                    PERFIL-R) con los 8 primeros caracteres del
                    operador afectado en el campo del empleado. Un
                    administrador no puede quitarse su propio rol ni
                    desactivarse, para que siempre quede alguno.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY PERSEL.
           COPY AUDSEL.

       DATA DIVISION.
           FILE SECTION.
           FD PERFILES_ARCHIVO.
           COPY PERREG.

           FD AUDITORIA_ARCHIVO.
           COPY AUDREG.

           WORKING-STORAGE SECTION.
           COPY PERFST.
           COPY AUDFST.
           COPY ACCWS.

               01 PER-ACCION PIC X(44)
                   VALUE "Perfiles: A-Alta M-Mod L-Lista X-Baja S-Sal".
               01 PER-OPERADOR-TXT PIC X(36)
                   VALUE "Introduce el operador (USERNAME): ".
               01 PER-NOMBRE-TXT PIC X(35)
                   VALUE "Introduce el nombre del operador: ".
               01 PER-OPCIONES-TXT PIC X(40)
                   VALUE "Opciones de menu (ej. LQPDH, o vacio): ".
               01 PER-PROGRAMAS-TXT PIC X(44)
                   VALUE "Programas: N-Nomina L-Liquida R-Recarga: ".
               01 PER-NOMINA-TXT PIC X(26)
                   VALUE "Rol de nomina (S/N): ".
               01 PER-ADMIN-TXT PIC X(33)
                   VALUE "Rol de administrador (S/N): ".

               01 WS-OPERADOR PIC X(20).
               01 WS-AUD-OPERACION PIC X(10).
               01 WS-AUD-CLAVE PIC X(8).
               01 WS-ACCION PIC X.
               01 WS-CONFIRMAR PIC X.
               01 WS-PRIMER-PERFIL PIC X VALUE "N".
                   88 PRIMER-PERFIL VALUE "S".
               01 WS-FIN-PERFILES PIC X VALUE "N".
                   88 FIN-PERFILES VALUE "S".
               01 WS-LISTA-VALIDA PIC X VALUE "N".
                   88 LISTA-VALIDA VALUE "S".
               01 WS-ROL-VALIDO PIC X VALUE "N".
                   88 ROL-VALIDO VALUE "S".
               01 WS-FECHA-HOY PIC 9(8).
               01 WS-NOMBRE-ENTRADA PIC X(30).
               01 WS-LISTA-ENTRADA PIC X(26).
               01 WS-LETRAS-VALIDAS PIC X(26).
               01 WS-LETRA PIC X.
               01 WS-IDX PIC 9(2).
               01 WS-CONTADOR PIC 9(2).
               01 WS-LETRAS-ERRONEAS PIC 9(2).
               01 WS-ROL-ENTRADA PIC X.
               01 WS-ADMIN-ANTERIOR PIC X.
               01 WS-TOTAL-LISTADOS PIC 9(4).

      * Letras del menu de Base_De_Datos que se pueden conceder (la S
      * de salir siempre esta permitida) y programas por lotes.
               01 WS-LETRAS-MENU PIC X(26)
                   VALUE "ALQMBCPDHVXIFGR".
               01 WS-LETRAS-PROGRAMAS PIC X(26)
                   VALUE "NLR".

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
               PERFORM OBTENER_OPERADOR.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "PERFILES" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
               IF NOT ACCESO-PERMITIDO AND NOT ACC-HAY-PERFILES
                   AND WS-OPERADOR NOT = "DESCONOCIDO"
                   MOVE "S" TO WS-PRIMER-PERFIL
               END-IF.
               PERFORM ABRIR_ARCHIVOS.
               EVALUATE TRUE
                   WHEN NOT PERFILES-OK
                       DISPLAY "No se puede abrir el fichero de "
                           "perfiles (estado " WS-PERFILES-ESTADO ")."
                   WHEN ACCESO-PERMITIDO
                       MOVE SPACE TO WS-ACCION
                       PERFORM PROCESAR_ACCION
                       UNTIL WS-ACCION = "S"
                   WHEN PRIMER-PERFIL
                       PERFORM ALTA_PRIMER_PERFIL
                   WHEN OTHER
                       DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                       PERFORM REGISTRAR_DENEGACION
               END-EVALUATE.
               PERFORM CERRAR_ARCHIVOS.

           PROGRAM_DONE.
               GOBACK.

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.

           ABRIR_ARCHIVOS.
               OPEN I-O PERFILES_ARCHIVO.
               IF PERFILES-NO-EXISTE
                   OPEN OUTPUT PERFILES_ARCHIVO
                   CLOSE PERFILES_ARCHIVO
                   OPEN I-O PERFILES_ARCHIVO
               END-IF.
               OPEN I-O AUDITORIA_ARCHIVO.
               IF AUDITORIA-NO-EXISTE
                   OPEN OUTPUT AUDITORIA_ARCHIVO
                   CLOSE AUDITORIA_ARCHIVO
                   OPEN I-O AUDITORIA_ARCHIVO
               END-IF.

           CERRAR_ARCHIVOS.
               CLOSE PERFILES_ARCHIVO.
               CLOSE AUDITORIA_ARCHIVO.

           PROCESAR_ACCION.
               DISPLAY PER-ACCION.
               ACCEPT WS-ACCION.
               MOVE FUNCTION UPPER-CASE(WS-ACCION) TO WS-ACCION.
               EVALUATE WS-ACCION
                   WHEN "A"
                       PERFORM PERFIL_ALTA
                   WHEN "M"
                       PERFORM PERFIL_MODIFICAR
                   WHEN "L"
                       PERFORM PERFIL_LISTADO
                   WHEN "X"
                       PERFORM PERFIL_DESACTIVAR
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Arranque: con el fichero vacio nadie tendria permiso para dar
      * de alta el primer perfil, asi que el operador que lo ejecuta
      * queda como administrador con todas las opciones y programas.
           ALTA_PRIMER_PERFIL.
               DISPLAY "No hay ningun perfil de operador: se da de "
                   "alta a " WS-OPERADOR " como administrador.".
               MOVE SPACE TO PERFILES_REGISTRO.
               MOVE WS-OPERADOR TO PER_OPERADOR.
               PERFORM SOLICITAR_NOMBRE.
               MOVE WS-LETRAS-MENU TO PER_OPCIONES.
               MOVE WS-LETRAS-PROGRAMAS TO PER_PROGRAMAS.
               MOVE "S" TO PER_ROL_NOMINA.
               MOVE "S" TO PER_ROL_ADMIN.
               PERFORM GUARDAR_PERFIL_NUEVO.

           PERFIL_ALTA.
               MOVE SPACE TO PERFILES_REGISTRO.
               DISPLAY PER-OPERADOR-TXT.
               ACCEPT PER_OPERADOR.
               IF PER_OPERADOR = SPACE
                   OR PER_OPERADOR = "DESCONOCIDO"
                   DISPLAY "Operador no valido."
               ELSE
                   READ PERFILES_ARCHIVO
                       KEY IS PER_OPERADOR
                       INVALID KEY
                           PERFORM SOLICITAR_NOMBRE
                           PERFORM SOLICITAR_OPCIONES
                           PERFORM SOLICITAR_PROGRAMAS
                           PERFORM SOLICITAR_ROL_NOMINA
                           PERFORM SOLICITAR_ROL_ADMIN
                           PERFORM GUARDAR_PERFIL_NUEVO
                       NOT INVALID KEY
                           DISPLAY "Ese operador ya tiene perfil: "
                               "usar M-Mod."
                   END-READ
               END-IF.

           GUARDAR_PERFIL_NUEVO.
               MOVE "A" TO PER_ESTADO.
               MOVE WS-FECHA-HOY TO PER_FECHA_ALTA.
               MOVE WS-FECHA-HOY TO PER_FECHA_CAMBIO.
               MOVE WS-OPERADOR TO PER_MODIFICADO_POR.
               WRITE PERFILES_REGISTRO
                   INVALID KEY
                       DISPLAY "Error al guardar el perfil (estado "
                           WS-PERFILES-ESTADO ")."
                   NOT INVALID KEY
                       MOVE "PERFIL-A" TO WS-AUD-OPERACION
                       MOVE PER_OPERADOR TO WS-AUD-CLAVE
                       PERFORM REGISTRAR_AUDITORIA
                       DISPLAY "Perfil dado de alta."
               END-WRITE.

           PERFIL_MODIFICAR.
               PERFORM SOLICITAR_PERFIL_EXISTENTE.
               IF PERFILES-OK
                   PERFORM MOSTRAR_PERFIL
                   MOVE PER_ROL_ADMIN TO WS-ADMIN-ANTERIOR
                   DISPLAY "Se piden de nuevo todos los datos "
                       "(nombre vacio = sin cambio)."
                   PERFORM SOLICITAR_NOMBRE
                   PERFORM SOLICITAR_OPCIONES
                   PERFORM SOLICITAR_PROGRAMAS
                   PERFORM SOLICITAR_ROL_NOMINA
                   PERFORM SOLICITAR_ROL_ADMIN
                   IF PER_OPERADOR = WS-OPERADOR
                       AND PER_ROL_ADMIN NOT = "S"
                       DISPLAY "No puede quitarse su propio rol de "
                           "administrador."
                       MOVE WS-ADMIN-ANTERIOR TO PER_ROL_ADMIN
                   END-IF
                   MOVE WS-FECHA-HOY TO PER_FECHA_CAMBIO
                   MOVE WS-OPERADOR TO PER_MODIFICADO_POR
                   REWRITE PERFILES_REGISTRO
                       INVALID KEY
                           DISPLAY "Error al actualizar el perfil."
                       NOT INVALID KEY
                           MOVE "PERFIL-M" TO WS-AUD-OPERACION
                           MOVE PER_OPERADOR TO WS-AUD-CLAVE
                           PERFORM REGISTRAR_AUDITORIA
                           DISPLAY "Perfil actualizado."
                   END-REWRITE
               END-IF.

      * X desactiva un perfil activo y reactiva uno desactivado; el
      * perfil no se borra nunca para no perder a quien pertenecian
      * las entradas de auditoria.
           PERFIL_DESACTIVAR.
               PERFORM SOLICITAR_PERFIL_EXISTENTE.
               IF PERFILES-OK
                   PERFORM MOSTRAR_PERFIL
                   IF PER_OPERADOR = WS-OPERADOR
                       DISPLAY "No puede desactivar su propio perfil."
                   ELSE
                       IF PER_ESTADO = "X"
                           DISPLAY "Confirmar reactivacion (S/N): "
                       ELSE
                           DISPLAY "Confirmar desactivacion (S/N): "
                       END-IF
                       ACCEPT WS-CONFIRMAR
                       MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR)
                           TO WS-CONFIRMAR
                       IF WS-CONFIRMAR = "S"
                           PERFORM CAMBIAR_ESTADO_PERFIL
                       END-IF
                   END-IF
               END-IF.

           CAMBIAR_ESTADO_PERFIL.
               IF PER_ESTADO = "X"
                   MOVE "A" TO PER_ESTADO
                   MOVE "PERFIL-R" TO WS-AUD-OPERACION
               ELSE
                   MOVE "X" TO PER_ESTADO
                   MOVE "PERFIL-X" TO WS-AUD-OPERACION
               END-IF.
               MOVE WS-FECHA-HOY TO PER_FECHA_CAMBIO.
               MOVE WS-OPERADOR TO PER_MODIFICADO_POR.
               REWRITE PERFILES_REGISTRO
                   INVALID KEY
                       DISPLAY "Error al actualizar el perfil."
                   NOT INVALID KEY
                       MOVE PER_OPERADOR TO WS-AUD-CLAVE
                       PERFORM REGISTRAR_AUDITORIA
                       DISPLAY "Perfil en estado " PER_ESTADO "."
               END-REWRITE.

           PERFIL_LISTADO.
               MOVE "N" TO WS-FIN-PERFILES.
               MOVE ZERO TO WS-TOTAL-LISTADOS.
               MOVE LOW-VALUE TO PER_OPERADOR.
               START PERFILES_ARCHIVO
                   KEY IS NOT LESS THAN PER_OPERADOR
                   INVALID KEY
                       MOVE "S" TO WS-FIN-PERFILES
               END-START.
               DISPLAY "OPERADOR             A N E OPCIONES           "
                   "        PROGRAMAS  NOMBRE".
               PERFORM LISTAR_PERFIL
               UNTIL FIN-PERFILES.
               DISPLAY "Perfiles listados: " WS-TOTAL-LISTADOS.

           LISTAR_PERFIL.
               READ PERFILES_ARCHIVO NEXT
                   AT END MOVE "S" TO WS-FIN-PERFILES
               END-READ.
               IF NOT PERFILES-OK
                   MOVE "S" TO WS-FIN-PERFILES
               END-IF.
               IF NOT FIN-PERFILES
                   ADD 1 TO WS-TOTAL-LISTADOS
                   DISPLAY PER_OPERADOR " " PER_ROL_ADMIN " "
                       PER_ROL_NOMINA " " PER_ESTADO " " PER_OPCIONES
                       " " PER_PROGRAMAS " " PER_NOMBRE
               END-IF.

           SOLICITAR_PERFIL_EXISTENTE.
               DISPLAY PER-OPERADOR-TXT.
               ACCEPT PER_OPERADOR.
               READ PERFILES_ARCHIVO
                   KEY IS PER_OPERADOR
                   INVALID KEY
                       DISPLAY "No existe ningun perfil para ese "
                           "operador."
               END-READ.

           MOSTRAR_PERFIL.
               DISPLAY "Operador: " PER_OPERADOR " " PER_NOMBRE.
               DISPLAY "Opciones de menu: " PER_OPCIONES.
               DISPLAY "Programas: " PER_PROGRAMAS.
               DISPLAY "Rol de nomina: " PER_ROL_NOMINA
                   "  Rol de administrador: " PER_ROL_ADMIN
                   "  Estado: " PER_ESTADO.
               DISPLAY "Ultimo cambio: " PER_FECHA_CAMBIO
                   " por " PER_MODIFICADO_POR.

           SOLICITAR_NOMBRE.
               DISPLAY PER-NOMBRE-TXT.
               ACCEPT WS-NOMBRE-ENTRADA.
               IF WS-NOMBRE-ENTRADA NOT = SPACE
                   MOVE WS-NOMBRE-ENTRADA TO PER_NOMBRE
               END-IF.

           SOLICITAR_OPCIONES.
               MOVE WS-LETRAS-MENU TO WS-LETRAS-VALIDAS.
               MOVE "N" TO WS-LISTA-VALIDA.
               PERFORM UNTIL LISTA-VALIDA
                   DISPLAY PER-OPCIONES-TXT
                   ACCEPT WS-LISTA-ENTRADA
                   PERFORM COMPROBAR_LISTA
                   IF LISTA-VALIDA
                       MOVE WS-LISTA-ENTRADA TO PER_OPCIONES
                   ELSE
                       DISPLAY "Solo se admiten las letras "
                           WS-LETRAS-MENU
                   END-IF
               END-PERFORM.

           SOLICITAR_PROGRAMAS.
               MOVE WS-LETRAS-PROGRAMAS TO WS-LETRAS-VALIDAS.
               MOVE "N" TO WS-LISTA-VALIDA.
               PERFORM UNTIL LISTA-VALIDA
                   DISPLAY PER-PROGRAMAS-TXT
                   ACCEPT WS-LISTA-ENTRADA
                   PERFORM COMPROBAR_LISTA
                   IF LISTA-VALIDA AND WS-LISTA-ENTRADA(11:16) = SPACE
                       MOVE WS-LISTA-ENTRADA TO PER_PROGRAMAS
                   ELSE
                       MOVE "N" TO WS-LISTA-VALIDA
                       DISPLAY "Solo se admiten las letras N, L y R."
                   END-IF
               END-PERFORM.

           COMPROBAR_LISTA.
               MOVE FUNCTION UPPER-CASE(WS-LISTA-ENTRADA)
                   TO WS-LISTA-ENTRADA.
               MOVE ZERO TO WS-LETRAS-ERRONEAS.
               PERFORM COMPROBAR_LETRA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > 26.
               IF WS-LETRAS-ERRONEAS = ZERO
                   MOVE "S" TO WS-LISTA-VALIDA
               END-IF.

           COMPROBAR_LETRA.
               MOVE WS-LISTA-ENTRADA(WS-IDX:1) TO WS-LETRA.
               IF WS-LETRA NOT = SPACE
                   MOVE ZERO TO WS-CONTADOR
                   INSPECT WS-LETRAS-VALIDAS TALLYING WS-CONTADOR
                       FOR ALL WS-LETRA
                   IF WS-CONTADOR = ZERO
                       ADD 1 TO WS-LETRAS-ERRONEAS
                   END-IF
               END-IF.

           SOLICITAR_ROL_NOMINA.
               MOVE "N" TO WS-ROL-VALIDO.
               PERFORM UNTIL ROL-VALIDO
                   DISPLAY PER-NOMINA-TXT
                   ACCEPT WS-ROL-ENTRADA
                   PERFORM COMPROBAR_ROL
               END-PERFORM.
               MOVE WS-ROL-ENTRADA TO PER_ROL_NOMINA.

           SOLICITAR_ROL_ADMIN.
               MOVE "N" TO WS-ROL-VALIDO.
               PERFORM UNTIL ROL-VALIDO
                   DISPLAY PER-ADMIN-TXT
                   ACCEPT WS-ROL-ENTRADA
                   PERFORM COMPROBAR_ROL
               END-PERFORM.
               MOVE WS-ROL-ENTRADA TO PER_ROL_ADMIN.

           COMPROBAR_ROL.
               MOVE FUNCTION UPPER-CASE(WS-ROL-ENTRADA)
                   TO WS-ROL-ENTRADA.
               IF WS-ROL-ENTRADA = "S" OR WS-ROL-ENTRADA = "N"
                   MOVE "S" TO WS-ROL-VALIDO
               ELSE
                   DISPLAY "Responder S o N."
               END-IF.

           REGISTRAR_DENEGACION.
               MOVE "DENEGADO" TO WS-AUD-OPERACION.
               MOVE WS-ACC-RECURSO TO WS-AUD-CLAVE.
               PERFORM REGISTRAR_AUDITORIA.

           REGISTRAR_AUDITORIA.
               ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD_HORA FROM TIME.
               MOVE WS-AUD-OPERACION TO AUD_OPERACION.
               MOVE WS-AUD-CLAVE TO AUD_EMPLEADOS_ID.
               MOVE WS-OPERADOR TO AUD_OPERADOR.
               WRITE AUDITORIA_REGISTRO.
               PERFORM UNTIL NOT AUDITORIA-DUPLICADA
                   ADD 1 TO AUD_HORA
                   WRITE AUDITORIA_REGISTRO
               END-PERFORM.
               IF NOT AUDITORIA-OK
                   DISPLAY "AVISO: fallo al registrar la auditoria "
                       "(estado " WS-AUDITORIA-ESTADO ") para "
                       WS-AUD-CLAVE
               END-IF.

           END PROGRAM Perfiles_Operadores.
