      ******************************************************************
      * DEDFST - FILE STATUS working-storage item for                 *
      * DEDUCCIONES_ARCHIVO. Copied into WORKING-STORAGE by every     *
      * program that opens the standing deductions (its FILE-CONTROL  *
      * entry comes from DEDSEL and references WS-DEDUCCIONES-ESTADO).*
      ******************************************************************
               01 WS-DEDUCCIONES-ESTADO PIC XX VALUE "00".
                   88 DEDUCCIONES-OK VALUE "00" "05".
                   88 DEDUCCIONES-FIN VALUE "10".
                   88 DEDUCCIONES-NO-ENCONTRADO VALUE "23".
                   88 DEDUCCIONES-DUPLICADO VALUE "22".
                   88 DEDUCCIONES-NO-EXISTE VALUE "35".
