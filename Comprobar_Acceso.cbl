      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Autorizacion de operadores compartida por el sistema *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Comprobar_Acceso.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Subprograma CALLado con el area de ACCWS: recibe
                    el operador y el recurso que quiere usar (entrar
                    al menu de Base_De_Datos, lanzar Nomina_Mensual,
                    Liquidacion_Final o la recarga de
                    Respaldo_Empleados, mantener los perfiles o ver
                    los salarios) y devuelve si lo tiene permitido
                    segun PERFILES_ARCHIVO y, si no, el motivo. Un
                    operador en blanco o "DESCONOCIDO", sin perfil o
                    con el perfil desactivado siempre se rechaza.
                    Devuelve tambien los roles y las opciones de
                    menu del operador para que Base_De_Datos compruebe
                    cada opcion sin volver a llamar. Solo decide: la
                    anotacion del rechazo en AUDITORIA_ARCHIVO la hace
                    el programa que llama.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY PERSEL.

       DATA DIVISION.
           FILE SECTION.
           FD PERFILES_ARCHIVO.
           COPY PERREG.

           WORKING-STORAGE SECTION.
               01 WS-PROGRAMA PIC X.
               01 WS-CONTADOR PIC 9(2).

           COPY PERFST.

           LINKAGE SECTION.
           COPY ACCWS.

       PROCEDURE DIVISION USING WS-ACCESO-PARAMETROS.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               MOVE "N" TO WS-ACC-PERMITIDO.
               MOVE "N" TO WS-ACC-ROL-NOMINA.
               MOVE "N" TO WS-ACC-ROL-ADMIN.
               MOVE "N" TO WS-ACC-HAY-PERFILES.
               MOVE SPACE TO WS-ACC-OPCIONES.
               MOVE SPACE TO WS-ACC-MOTIVO.
               MOVE FUNCTION UPPER-CASE(WS-ACC-RECURSO)
                   TO WS-ACC-RECURSO.
               OPEN INPUT PERFILES_ARCHIVO.
               IF PERFILES-OK
                   PERFORM COMPROBAR_HAY_PERFILES
                   PERFORM BUSCAR_PERFIL
                   CLOSE PERFILES_ARCHIVO
               ELSE
                   STRING "No se puede abrir el fichero de perfiles "
                       "(estado " WS-PERFILES-ESTADO ")"
                       DELIMITED BY SIZE INTO WS-ACC-MOTIVO
               END-IF.

           PROGRAM_DONE.
               GOBACK.

      * Un fichero vacio solo lo puede aprovechar Perfiles_Operadores
      * para dar de alta el primer administrador.
           COMPROBAR_HAY_PERFILES.
               MOVE LOW-VALUE TO PER_OPERADOR.
               START PERFILES_ARCHIVO
                   KEY IS GREATER THAN PER_OPERADOR
                   INVALID KEY
                       MOVE "N" TO WS-ACC-HAY-PERFILES
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACC-HAY-PERFILES
               END-START.

           BUSCAR_PERFIL.
               EVALUATE TRUE
                   WHEN WS-ACC-OPERADOR = SPACE
                   WHEN WS-ACC-OPERADOR = "DESCONOCIDO"
                       MOVE "Operador desconocido (sin USERNAME/USER)"
                           TO WS-ACC-MOTIVO
                   WHEN NOT ACC-HAY-PERFILES
                       MOVE "No hay ningun perfil de operador"
                           TO WS-ACC-MOTIVO
                   WHEN OTHER
                       MOVE WS-ACC-OPERADOR TO PER_OPERADOR
                       READ PERFILES_ARCHIVO
                           KEY IS PER_OPERADOR
                           INVALID KEY
                               MOVE "El operador no tiene perfil"
                                   TO WS-ACC-MOTIVO
                           NOT INVALID KEY
                               PERFORM VALIDAR_PERFIL
                       END-READ
               END-EVALUATE.

           VALIDAR_PERFIL.
               IF PER_ESTADO = "X"
                   MOVE "El perfil del operador esta desactivado"
                       TO WS-ACC-MOTIVO
               ELSE
                   MOVE PER_ROL_NOMINA TO WS-ACC-ROL-NOMINA
                   MOVE PER_ROL_ADMIN TO WS-ACC-ROL-ADMIN
                   MOVE PER_OPCIONES TO WS-ACC-OPCIONES
                   PERFORM COMPROBAR_RECURSO
               END-IF.

           COMPROBAR_RECURSO.
               EVALUATE WS-ACC-RECURSO
                   WHEN "MENU"
                       MOVE "S" TO WS-ACC-PERMITIDO
                   WHEN "NOMINA"
                       MOVE "N" TO WS-PROGRAMA
                       PERFORM COMPROBAR_PROGRAMA
                   WHEN "LIQUIDA"
                       MOVE "L" TO WS-PROGRAMA
                       PERFORM COMPROBAR_PROGRAMA
                   WHEN "RECARGA"
                       MOVE "R" TO WS-PROGRAMA
                       PERFORM COMPROBAR_PROGRAMA
                   WHEN "PERFILES"
                       IF ACC-ROL-ADMIN
                           MOVE "S" TO WS-ACC-PERMITIDO
                       ELSE
                           MOVE "Requiere el rol de administrador"
                               TO WS-ACC-MOTIVO
                       END-IF
                   WHEN "SALARIO"
                       IF ACC-ROL-NOMINA
                           MOVE "S" TO WS-ACC-PERMITIDO
                       ELSE
                           MOVE "Requiere el rol de nomina"
                               TO WS-ACC-MOTIVO
                       END-IF
                   WHEN OTHER
                       STRING "Recurso desconocido: " WS-ACC-RECURSO
                           DELIMITED BY SIZE INTO WS-ACC-MOTIVO
               END-EVALUATE.

           COMPROBAR_PROGRAMA.
               MOVE ZERO TO WS-CONTADOR.
               INSPECT PER_PROGRAMAS TALLYING WS-CONTADOR
                   FOR ALL WS-PROGRAMA.
               IF WS-CONTADOR > ZERO
                   MOVE "S" TO WS-ACC-PERMITIDO
               ELSE
                   MOVE "Programa no autorizado en el perfil"
                       TO WS-ACC-MOTIVO
               END-IF.

           END PROGRAM Comprobar_Acceso.
