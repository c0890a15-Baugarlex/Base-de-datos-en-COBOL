                    el resumen de la empresa (empleados, totales y
                    cuantos certificados tienen meses incompletos).
                    Las liquidaciones finales cuentan como la nomina
                    de su periodo, igual que un mes normal. Las
                    filas de una complementaria se compensan: la de
                    anulacion (NOM_TIPO "A") resta lo que sumo la
                    fila que anula y la corregida (NOM_TIPO "C")
                    suma, de modo que solo cuentan las cifras
                    corregidas.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   END-IF
               END-IF.
               IF CER-ENCONTRADO
                   IF NOM_TIPO = "A"
                       SUBTRACT NOM_BRUTO FROM WS-CER-BRUTO(WS-CER-POS)
                       SUBTRACT NOM_IRPF FROM WS-CER-IRPF(WS-CER-POS)
                       SUBTRACT NOM_SEGURIDAD_SOCIAL
                           FROM WS-CER-SEG-SOCIAL(WS-CER-POS)
                   ELSE
                       ADD NOM_BRUTO TO WS-CER-BRUTO(WS-CER-POS)
                       ADD NOM_IRPF TO WS-CER-IRPF(WS-CER-POS)
                       ADD NOM_SEGURIDAD_SOCIAL
                           TO WS-CER-SEG-SOCIAL(WS-CER-POS)
                   END-IF
                   MOVE "S" TO WS-CER-MES(WS-CER-POS WS-NOM-MES)
               END-IF.

