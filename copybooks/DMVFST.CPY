      ******************************************************************
      * DMVFST - FILE STATUS working-storage item for                 *
      * DEDUCCIONES_MOVIMIENTOS. Copied into WORKING-STORAGE by every *
      * program that opens the withholding log (its FILE-CONTROL      *
      * entry comes from DMVSEL and references WS-MOVIMIENTOS-ESTADO).*
      ******************************************************************
               01 WS-MOVIMIENTOS-ESTADO PIC XX VALUE "00".
                   88 MOVIMIENTOS-OK VALUE "00" "05".
                   88 MOVIMIENTOS-FIN VALUE "10".
                   88 MOVIMIENTOS-NO-EXISTE VALUE "35".
