      ******************************************************************
      * DMVSEL - FILE-CONTROL entry for DEDUCCIONES_MOVIMIENTOS.       *
      * One line per amount withheld from a payroll for a standing    *
      * deduction (see DMVREG). Opened EXTEND by Nomina_Mensual and   *
      * Liquidacion_Final and read by Informe_Deducciones, which      *
      * lists each period's withholdings by creditor or court so the  *
      * money can be paid over.                                       *
      * ASSIGN TO "DMVDD" is a DD-name resolved the same way as       *
      * EMPSEL's EMPDD - export DD_DMVDD to point it at a test or     *
      * production file without recompiling.                          *
      ******************************************************************
           SELECT OPTIONAL DEDUCCIONES_MOVIMIENTOS
           ASSIGN TO "DMVDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVIMIENTOS-ESTADO.
