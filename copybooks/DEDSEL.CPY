      ******************************************************************
      * DEDSEL - FILE-CONTROL entry for DEDUCCIONES_ARCHIVO.           *
      * Standing deductions per employee: salary advances repaid in   *
      * instalments, company loans and court-ordered garnishments     *
      * (embargos), each with its own running balance. Keyed by       *
      * employee + start date + type (DED_CLAVE, see DEDREG) so a     *
      * payroll run positions on the employee's rows with START.      *
      * Registered from Base_De_Datos and applied by Nomina_Mensual   *
      * and Liquidacion_Final.                                        *
      * ASSIGN TO "DEDDD" is a DD-name resolved the same way as       *
      * EMPSEL's EMPDD - export DD_DEDDD to point it at a test or     *
      * production file without recompiling.                          *
      ******************************************************************
           SELECT OPTIONAL DEDUCCIONES_ARCHIVO
           ASSIGN TO "DEDDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DED_CLAVE
           FILE STATUS IS WS-DEDUCCIONES-ESTADO.
