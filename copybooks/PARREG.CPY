      ******************************************************************
      * PARREG - Record layout for PARAMETROS_ARCHIVO.                 *
      * PAR_PERIODO is the period to close, AAAAMM; it is required     *
      * (there is no "vacio = actual" default when nobody is there     *
      * to check it). PAR_ULTIMO_PASO is the last step Cierre_Mensual  *
      * runs: 1 Verificar_Empleados, 2 Respaldo_Empleados descarga,    *
      * 3 Nomina_Mensual, 4 Transferencias_Banco, 5 Retornos_Banco;    *
      * blank means 4, because the bank's returns file only arrives    *
      * days later and step 5 is launched then with a "5" here.        *
      * PAR_AVISOS_DETIENEN "S" stops the stream on a step that ends   *
      * with warnings (return code 4) as if it had failed; blank or    *
      * "N" lets it carry on. Nomina_Mensual and Transferencias_Banco  *
      * always run in mode N when driven from this card.               *
      ******************************************************************
               01 PARAMETROS_REGISTRO.
                   05 PAR_PERIODO PIC X(6).
                   05 PAR_ULTIMO_PASO PIC X.
                   05 PAR_AVISOS_DETIENEN PIC X.
                   05 FILLER PIC X(72).
