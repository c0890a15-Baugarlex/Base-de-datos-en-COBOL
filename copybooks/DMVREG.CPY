      ******************************************************************
      * DMVREG - Record layout for DEDUCCIONES_MOVIMIENTOS.           *
      * DMV_FECHA_INICIO + DMV_TIPO identify the deduction of         *
      * DEDUCCIONES_ARCHIVO the amount was withheld for; creditor and *
      * reference are copied so the report needs no other file.       *
      * DMV_PENDIENTE is the balance left after this withholding.     *
      * DMV_ORIGEN: "N" monthly payroll, "L" final settlement, "C"    *
      * complementary payroll giving back part of a period's          *
      * withholding to the balance (DMV_IMPORTE negative).            *
      ******************************************************************
               01 MOVIMIENTOS_REGISTRO.
                   05 DMV_PERIODO PIC 9(6).
                   05 DMV_EMPLEADOS_ID PIC X(8).
                   05 DMV_FECHA_INICIO PIC 9(8).
                   05 DMV_TIPO PIC X.
                   05 DMV_ACREEDOR PIC X(30).
                   05 DMV_REFERENCIA PIC X(20).
                   05 DMV_IMPORTE PIC S9(7)V99.
                   05 DMV_PENDIENTE PIC 9(7)V99.
                   05 DMV_ORIGEN PIC X.
                   05 DMV_FECHA_PROCESO PIC 9(8).
