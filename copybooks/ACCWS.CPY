      ******************************************************************
      * ACCWS - Parameter area for the Comprobar_Acceso subprogram.   *
      * The caller copies it into WORKING-STORAGE, fills              *
      * WS-ACC-OPERADOR and WS-ACC-RECURSO and does CALL              *
      * "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS; the subprogram *
      * copies the same layout into its LINKAGE SECTION.              *
      * WS-ACC-RECURSO: "MENU" enter Base_De_Datos, "NOMINA"          *
      * Nomina_Mensual, "LIQUIDA" Liquidacion_Final, "RECARGA"        *
      * Respaldo_Empleados R-Recarga, "PERFILES" profile maintenance, *
      * "SALARIO" see or change salaries.                             *
      * On return WS-ACC-PERMITIDO is "S" or "N" and, when refused,   *
      * WS-ACC-MOTIVO says why. The roles and the allowed menu        *
      * letters of the operator are returned as well so a menu can    *
      * check each option without calling again. WS-ACC-HAY-PERFILES  *
      * is "N" while the profile file is still empty. The subprogram  *
      * only decides: writing the refusal to AUDITORIA_ARCHIVO is the *
      * caller's business.                                            *
      ******************************************************************
               01 WS-ACCESO-PARAMETROS.
                   05 WS-ACC-OPERADOR PIC X(20).
                   05 WS-ACC-RECURSO PIC X(8).
                   05 WS-ACC-PERMITIDO PIC X.
                       88 ACCESO-PERMITIDO VALUE "S".
                   05 WS-ACC-ROL-NOMINA PIC X.
                       88 ACC-ROL-NOMINA VALUE "S".
                   05 WS-ACC-ROL-ADMIN PIC X.
                       88 ACC-ROL-ADMIN VALUE "S".
                   05 WS-ACC-OPCIONES PIC X(26).
                   05 WS-ACC-HAY-PERFILES PIC X.
                       88 ACC-HAY-PERFILES VALUE "S".
                   05 WS-ACC-MOTIVO PIC X(50).
