      ******************************************************************
      * PARSEL - FILE-CONTROL entry for PARAMETROS_ARCHIVO.            *
      * One-line parameter card for the unattended month-end stream    *
      * (see PARREG). When the file exists and holds a record,         *
      * Verificar_Empleados, Respaldo_Empleados, Nomina_Mensual,       *
      * Transferencias_Banco and Retornos_Banco take the period and    *
      * options from it instead of asking at the terminal, and         *
      * Cierre_Mensual runs them one after another. Without the file   *
      * every program keeps its usual prompts.                         *
      * ASSIGN TO "PARDD" is a DD-name resolved the same way as        *
      * EMPSEL's EMPDD - export DD_PARDD in the scheduled job only,    *
      * so that operators running a program by hand are still asked.   *
      ******************************************************************
           SELECT OPTIONAL PARAMETROS_ARCHIVO
           ASSIGN TO "PARDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-ESTADO.
