      ******************************************************************
      * CTLWS - Parameter area for the Control_Paso subprogram.       *
      * The month-end step programs (1 Verificar_Empleados, 2         *
      * Respaldo_Empleados, 3 Nomina_Mensual, 4 Transferencias_Banco, *
      * 5 Retornos_Banco, same numbers as CTLREG) copy it into        *
      * WORKING-STORAGE, fill WS-CTL-ACCION, WS-CTL-PERIODO and       *
      * WS-CTL-PASO (their own step) and do CALL "Control_Paso"       *
      * USING WS-CONTROL-PARAMETROS; the subprogram copies the same   *
      * layout into its LINKAGE SECTION.                              *
      * WS-CTL-ACCION "C" check that the previous step of the period  *
      * is complete in CONTROL_ARCHIVO, "I" record the start of the   *
      * step (run by hand; Cierre_Mensual records its own runs), "F"  *
      * record its end with WS-CTL-CODIGO-RETORNO (0-4 complete,      *
      * more failed). WS-CTL-PROGRAMA and WS-CTL-OPERADOR go on the   *
      * row for "I". On return WS-CTL-PERMITIDO is "S" or "N" and,    *
      * when "N", WS-CTL-MOTIVO says why.                             *
      ******************************************************************
               01 WS-CONTROL-PARAMETROS.
                   05 WS-CTL-ACCION PIC X.
                       88 CTL-COMPROBAR VALUE "C".
                       88 CTL-INICIO VALUE "I".
                       88 CTL-FIN VALUE "F".
                   05 WS-CTL-PERIODO PIC 9(6).
                   05 WS-CTL-PASO PIC 9.
                   05 WS-CTL-PROGRAMA PIC X(20).
                   05 WS-CTL-OPERADOR PIC X(20).
                   05 WS-CTL-CODIGO-RETORNO PIC 9(2).
                   05 WS-CTL-PERMITIDO PIC X.
                       88 CTL-PERMITIDO VALUE "S".
                   05 WS-CTL-MOTIVO PIC X(60).
