      ******************************************************************
      * CAMFST - FILE STATUS working-storage item for                 *
      * CAMBIOS_ARCHIVO. Copied into WORKING-STORAGE by every         *
      * program that opens the pending-changes file (its FILE-CONTROL *
      * entry comes from CAMSEL and references WS-CAMBIOS-ESTADO).    *
      ******************************************************************
               01 WS-CAMBIOS-ESTADO PIC XX VALUE "00".
                   88 CAMBIOS-OK VALUE "00" "05".
                   88 CAMBIOS-FIN VALUE "10".
                   88 CAMBIOS-NO-ENCONTRADO VALUE "23".
                   88 CAMBIOS-DUPLICADO VALUE "22".
                   88 CAMBIOS-NO-EXISTE VALUE "35".
