      ******************************************************************
      * PERREG - Record layout for PERFILES_ARCHIVO.                  *
      * PER_OPERADOR is the operator name exactly as the environment  *
      * gives it (upper and lower case matter). PER_OPCIONES lists    *
      * the Base_De_Datos menu letters allowed, in any order (for     *
      * example "LQPDH" for an enquiry-only operator). PER_PROGRAMAS  *
      * lists the batch programs allowed: "N" Nomina_Mensual, "L"     *
      * Liquidacion_Final, "R" Respaldo_Empleados R-Recarga.          *
      * PER_ROL_NOMINA "S" lets the operator see and change salaries; *
      * PER_ROL_ADMIN "S" lets the operator maintain the profiles.    *
      * PER_ESTADO "A" active, "X" deactivated (kept for the audit    *
      * trail instead of being deleted).                              *
      ******************************************************************
               01 PERFILES_REGISTRO.
                   05 PER_OPERADOR PIC X(20).
                   05 PER_NOMBRE PIC X(30).
                   05 PER_ROL_ADMIN PIC X.
                   05 PER_ROL_NOMINA PIC X.
                   05 PER_OPCIONES PIC X(26).
                   05 PER_PROGRAMAS PIC X(10).
                   05 PER_ESTADO PIC X.
                   05 PER_FECHA_ALTA PIC 9(8).
                   05 PER_FECHA_CAMBIO PIC 9(8).
                   05 PER_MODIFICADO_POR PIC X(20).
