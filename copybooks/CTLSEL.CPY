      ******************************************************************
      * CTLSEL - FILE-CONTROL entry for CONTROL_ARCHIVO.               *
      * Run-control file of the month-end stream: one row per period   *
      * and step (see CTLREG) written by Cierre_Mensual when a step    *
      * starts and rewritten when it ends, so the next run knows       *
      * which steps are complete and restarts from the first one       *
      * that is not. Indexed on CTL_CLAVE (period + step).             *
      * ASSIGN TO "CTLDD" is a DD-name resolved the same way as        *
      * EMPSEL's EMPDD - export DD_CTLDD to point it at a test or      *
      * production file without recompiling.                           *
      ******************************************************************
           SELECT OPTIONAL CONTROL_ARCHIVO
           ASSIGN TO "CTLDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL_CLAVE
           FILE STATUS IS WS-CONTROL-ESTADO.
