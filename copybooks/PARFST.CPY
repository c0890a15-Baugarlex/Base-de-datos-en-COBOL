      ******************************************************************
      * PARFST - FILE STATUS working-storage item for                  *
      * PARAMETROS_ARCHIVO. Copied into WORKING-STORAGE by every       *
      * program that reads the parameter card (its FILE-CONTROL entry  *
      * comes from PARSEL and references WS-PARAMETROS-ESTADO).        *
      ******************************************************************
               01 WS-PARAMETROS-ESTADO PIC XX VALUE "00".
                   88 PARAMETROS-OK VALUE "00" "05".
                   88 PARAMETROS-FIN VALUE "10".
                   88 PARAMETROS-NO-EXISTE VALUE "35".
