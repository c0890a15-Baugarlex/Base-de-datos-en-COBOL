               MOVE NOM_ANT_NETO TO NOM_NETO.
               MOVE WS-PCT-IRPF TO NOM_PCT_IRPF.
               MOVE WS-PCT-SEG-SOCIAL TO NOM_PCT_SEG_SOCIAL.
               MOVE "N" TO NOM_TIPO.
               MOVE ZERO TO NOM_FECHA_PROCESO.
               MOVE ZERO TO NOM_DIAS_ENF_SIN_SUELDO.
               MOVE ZERO TO NOM_DESCUENTO_ENF_SIN_SUELDO.
               MOVE ZERO TO NOM_DIAS_ENF_REDUCIDA.
               MOVE ZERO TO NOM_PCT_ENF_REDUCIDA.
               MOVE ZERO TO NOM_DESCUENTO_ENF_REDUCIDA.
               MOVE ZERO TO NOM_DIAS_ENF_COMPLETA.
               MOVE ZERO TO NOM_RETENCION_ANTICIPOS.
               MOVE ZERO TO NOM_RETENCION_PRESTAMOS.
               MOVE ZERO TO NOM_RETENCION_EMBARGOS.
               WRITE NOMINA_REGISTRO.
               IF NOMINA-OK
                   ADD 1 TO WS-TOTAL-CONVERTIDOS
