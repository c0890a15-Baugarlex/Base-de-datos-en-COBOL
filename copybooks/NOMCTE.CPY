      * rate table TIPOS_ARCHIVO (see TIPREG) is missing or matches   *
      * nothing; with a table present the bracket or per-employee     *
      * rate wins. WS-PCT-SEG-SOCIAL stays flat for everyone.         *
      * WS-HORAS-MES is the standard monthly working hours used to    *
      * value one overtime hour (salary / hours, times the overtime   *
      * surcharge WS-PCT-RECARGO-EXTRA). WS-DIAS-MES is the days of   *
      * a commercial month used to prorate salary per calendar day    *
      * (unpaid permiso and sick-leave discounts, final settlements). *
      * WS-PCT-SS-EMPRESA is the employer's Social Security cost on   *
      * the gross (contingencias comunes, desempleo, FOGASA and       *
      * formacion); it is never deducted from the employee, only      *
      * charged to the cost center in the payroll journal.            *
      * WS-ENF-DIAS-SIN-SUELDO, WS-ENF-DIAS-REDUCIDA and              *
      * WS-ENF-PCT-REDUCIDA are only the FALLBACK sick-leave bands,   *
      * used when ENFERMEDAD_ARCHIVO (see ENFREG) is missing: days 1  *
      * to WS-ENF-DIAS-SIN-SUELDO of a type E absence unpaid, then up *
      * to WS-ENF-DIAS-REDUCIDA paid at WS-ENF-PCT-REDUCIDA, then     *
      * full pay.                                                     *
      * WS-SMI-MENSUAL is the monthly minimum wage, the part of the   *
      * net pay that can never be seized. WS-EMB-PCT-TRAMO holds the  *
      * share of the net that an embargo may take from each further  *
      * slice of one minimum wage (2nd, 3rd, 4th, 5th) and, in the    *
      * last entry, from everything above the 5th. Update these with  *
      * the yearly minimum-wage decree.                               *
      * WS-PCT-VARIACION-AVISO is the default threshold, in percent,  *
      * above which Nomina_Mensual's S-Simulacion flags an employee   *
      * whose simulated gross or net moves against last month's row;  *
      * the operator can override it when running the simulation.     *
      ******************************************************************
               01 WS-PCT-IRPF PIC 9V9999 VALUE 0.1500.
               01 WS-PCT-SEG-SOCIAL PIC 9V9999 VALUE 0.0635.
               01 WS-HORAS-MES PIC 9(3) VALUE 160.
               01 WS-PCT-RECARGO-EXTRA PIC 9V99 VALUE 1.25.
               01 WS-DIAS-MES PIC 9(2) VALUE 30.
               01 WS-PCT-SS-EMPRESA PIC 9V9999 VALUE 0.2990.
               01 WS-ENF-DIAS-SIN-SUELDO PIC 9(3) VALUE 3.
               01 WS-ENF-DIAS-REDUCIDA PIC 9(3) VALUE 20.
               01 WS-ENF-PCT-REDUCIDA PIC 9V9999 VALUE 0.6000.
               01 WS-SMI-MENSUAL PIC 9(7)V99 VALUE 1184.00.
               01 WS-PCT-VARIACION-AVISO PIC 9(3)V99 VALUE 10.00.
               01 WS-EMB-PORCENTAJES.
                   05 FILLER PIC 9V9999 VALUE 0.3000.
                   05 FILLER PIC 9V9999 VALUE 0.5000.
                   05 FILLER PIC 9V9999 VALUE 0.6000.
                   05 FILLER PIC 9V9999 VALUE 0.7500.
                   05 FILLER PIC 9V9999 VALUE 0.9000.
               01 WS-EMB-TABLA REDEFINES WS-EMB-PORCENTAJES.
                   05 WS-EMB-PCT-TRAMO PIC 9V9999 OCCURS 5 TIMES.
