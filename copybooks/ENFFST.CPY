      ******************************************************************
      * ENFFST - FILE STATUS working-storage item for                 *
      * ENFERMEDAD_ARCHIVO. Copied into WORKING-STORAGE by every      *
      * program that opens the sick-leave scheme (its FILE-CONTROL    *
      * entry comes from ENFSEL and references WS-ENFERMEDAD-ESTADO). *
      ******************************************************************
               01 WS-ENFERMEDAD-ESTADO PIC XX VALUE "00".
                   88 ENFERMEDAD-OK VALUE "00" "05".
                   88 ENFERMEDAD-FIN VALUE "10".
                   88 ENFERMEDAD-NO-EXISTE VALUE "35".
