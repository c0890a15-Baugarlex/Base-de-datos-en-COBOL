      ******************************************************************
      * PERFST - FILE STATUS working-storage item for                 *
      * PERFILES_ARCHIVO. Copied into WORKING-STORAGE by every        *
      * program that opens the operator profiles (its FILE-CONTROL    *
      * entry comes from PERSEL and references WS-PERFILES-ESTADO).   *
      ******************************************************************
               01 WS-PERFILES-ESTADO PIC XX VALUE "00".
                   88 PERFILES-OK VALUE "00" "05".
                   88 PERFILES-FIN VALUE "10".
                   88 PERFILES-NO-ENCONTRADO VALUE "23".
                   88 PERFILES-DUPLICADO VALUE "22".
                   88 PERFILES-NO-EXISTE VALUE "35".
