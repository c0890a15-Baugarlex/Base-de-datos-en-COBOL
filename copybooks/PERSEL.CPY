      ******************************************************************
      * PERSEL - FILE-CONTROL entry for PERFILES_ARCHIVO.              *
      * Operator authorization profiles: one row per operator name    *
      * (the USERNAME/USER the programs stamp in AUD_OPERADOR) with   *
      * the Base_De_Datos menu options and the batch programs that    *
      * operator may use, and the payroll and administrator roles.    *
      * Read through the Comprobar_Acceso subprogram by every guarded *
      * program and maintained only from Perfiles_Operadores.         *
      * ASSIGN TO "PERDD" is a DD-name resolved the same way as       *
      * EMPSEL's EMPDD - export DD_PERDD to point it at a test or     *
      * production file without recompiling.                          *
      ******************************************************************
           SELECT OPTIONAL PERFILES_ARCHIVO
           ASSIGN TO "PERDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER_OPERADOR
           FILE STATUS IS WS-PERFILES-ESTADO.
