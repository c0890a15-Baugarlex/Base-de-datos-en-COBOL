      ******************************************************************
      * CTLREG - Record layout for CONTROL_ARCHIVO.                    *
      * CTL_PASO 1 Verificar_Empleados, 2 Respaldo_Empleados,          *
      * 3 Nomina_Mensual, 4 Transferencias_Banco, 5 Retornos_Banco.    *
      * CTL_ESTADO "E" started and not finished (the job was cut off), *
      * "C" complete, "F" failed. CTL_CODIGO_RETORNO is the step's     *
      * return code: 0 correct, 4 warnings, 8 error, 12 not run        *
      * (parameters, files or access). The start and end date/time and *
      * CTL_OPERADOR (USERNAME/USER of the job) belong to the last     *
      * attempt; CTL_INTENTOS counts the attempts for the period.      *
      ******************************************************************
               01 CONTROL_REGISTRO.
                   05 CTL_CLAVE.
                       10 CTL_PERIODO PIC 9(6).
                       10 CTL_PASO PIC 9.
                   05 CTL_PROGRAMA PIC X(20).
                   05 CTL_ESTADO PIC X.
                   05 CTL_CODIGO_RETORNO PIC 9(2).
                   05 CTL_FECHA_INICIO PIC 9(8).
                   05 CTL_HORA_INICIO PIC 9(8).
                   05 CTL_FECHA_FIN PIC 9(8).
                   05 CTL_HORA_FIN PIC 9(8).
                   05 CTL_OPERADOR PIC X(20).
                   05 CTL_INTENTOS PIC 9(3).
