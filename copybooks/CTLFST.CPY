      ******************************************************************
      * CTLFST - FILE STATUS working-storage item for CONTROL_ARCHIVO. *
      * Copied into WORKING-STORAGE by every program that opens the    *
      * run-control file (its FILE-CONTROL entry comes from CTLSEL     *
      * and references WS-CONTROL-ESTADO).                             *
      ******************************************************************
               01 WS-CONTROL-ESTADO PIC XX VALUE "00".
                   88 CONTROL-OK VALUE "00" "05".
                   88 CONTROL-FIN VALUE "10".
                   88 CONTROL-NO-ENCONTRADO VALUE "23".
                   88 CONTROL-DUPLICADO VALUE "22".
                   88 CONTROL-NO-EXISTE VALUE "35".
