      ******************************************************************
      * ENFREG - Record layout for ENFERMEDAD_ARCHIVO.                 *
      * One row per band of the sick-leave scheme, told apart by      *
      * ENF_TRAMO:                                                    *
      *   "S" unpaid band: days 1 to ENF_DIA_HASTA of the absence     *
      *       are not paid at all (ENF_PCT_PAGADO is ignored).        *
      *   "R" reduced band: the following days up to ENF_DIA_HASTA    *
      *       are paid at ENF_PCT_PAGADO, a fraction (0.6000 = 60%).  *
      * Every day after the "R" row's ENF_DIA_HASTA is paid in full.  *
      * Days are counted from the first day of the absence as booked  *
      * in AUSENCIAS_ARCHIVO (working days), so days that fell in an  *
      * earlier period still move the absence along the bands.        *
      ******************************************************************
               01 ENFERMEDAD_REGISTRO.
                   05 ENF_TRAMO PIC X.
                   05 ENF_DIA_HASTA PIC 9(3).
                   05 ENF_PCT_PAGADO PIC 9V9999.
