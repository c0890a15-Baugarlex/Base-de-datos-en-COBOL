      ******************************************************************
      * DEDREG - Record layout for DEDUCCIONES_ARCHIVO.               *
      * One row per standing deduction. DED_TIPO: "A" salary advance, *
      * "P" company loan, "E" embargo (garnishment ordered by a       *
      * court, capped at the seizable part of the net - see the       *
      * WS-EMB- table in NOMCTE). DED_ACREEDOR is who the money is    *
      * paid over to (the court for an embargo, the company for an    *
      * advance or loan) and DED_REFERENCIA its file or loan number.  *
      * DED_MODO: "I" a fixed DED_IMPORTE_MES each month, "P" the     *
      * fraction DED_PCT_NETO of the net pay. DED_PENDIENTE starts at *
      * DED_TOTAL and is reduced by every payroll that withholds;     *
      * when it reaches zero DED_ESTADO goes from "A" active to "C"   *
      * recovered with DED_FECHA_CIERRE. "X" is a deduction cancelled *
      * by hand. DED_ULTIMO_PERIODO (AAAAMM) is the last period that  *
      * withheld, so running the same period twice never charges the  *
      * employee twice.                                               *
      ******************************************************************
               01 DEDUCCIONES_REGISTRO.
                   05 DED_CLAVE.
                       10 DED_EMPLEADOS_ID PIC X(8).
                       10 DED_FECHA_INICIO PIC 9(8).
                       10 DED_TIPO PIC X.
                   05 DED_ACREEDOR PIC X(30).
                   05 DED_REFERENCIA PIC X(20).
                   05 DED_MODO PIC X.
                   05 DED_IMPORTE_MES PIC 9(7)V99.
                   05 DED_PCT_NETO PIC 9V9999.
                   05 DED_TOTAL PIC 9(7)V99.
                   05 DED_PENDIENTE PIC 9(7)V99.
                   05 DED_ESTADO PIC X.
                   05 DED_ULTIMO_PERIODO PIC 9(6).
                   05 DED_FECHA_CIERRE PIC 9(8).
                   05 DED_FECHA_ALTA PIC 9(8).
                   05 DED_OPERADOR PIC X(20).
