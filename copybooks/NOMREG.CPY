      * NOM_PCT_IRPF and NOM_PCT_SEG_SOCIAL are the rates actually    *
      * applied to this row (see TIPREG), kept here so an old period  *
      * can be re-justified even after the rate table changes.        *
      * NOM_TIPO tells a normal row ("N", or space on rows written    *
      * before the field existed) from the two rows of a correction   *
      * (complementaria) run: "A" reverses the row it replaces (same  *
      * positive amounts, to be SUBTRACTED by every reader) and "C"   *
      * is the corrected row. NOM_FECHA_PROCESO is the date the row   *
      * was written, which groups the A/C pairs of one correction run *
      * so the bank file can send just that run's net difference.     *
      * The NOM_..._ENF_ fields split the sick leave (type E absence)  *
      * days of the period by band of the scheme in ENFREG: days and  *
      * discount of the unpaid band, days, paid fraction and discount *
      * of the reduced band (the discount is the unpaid part), and    *
      * days paid in full. Rows written before these fields existed   *
      * read them as spaces: treat them as zero.                      *
      * NOM_RETENCION_ANTICIPOS, _PRESTAMOS and _EMBARGOS are the     *
      * standing deductions withheld (see DEDREG) by type; NOM_NETO   *
      * is the net AFTER them, i.e. what the bank pays. Rows written  *
      * before these fields existed read them as spaces as well.      *
      * NOM_DEPARTAMENTO and NOM_CUENTA_BANCARIA are the employee's   *
      * department and the account paid to when the row was written,  *
      * so a payslip reprinted later shows them as they were and not  *
      * as the master says today. Spaces on older rows: take them     *
      * from EMPLEADOS_ARCHIVO.                                       *
      ******************************************************************
               01 NOMINA_REGISTRO.
                   05 NOM_PERIODO PIC 9(6).
                   05 NOM_NETO PIC 9(7)V99.
                   05 NOM_PCT_IRPF PIC 9V9999.
                   05 NOM_PCT_SEG_SOCIAL PIC 9V9999.
                   05 NOM_TIPO PIC X.
                   05 NOM_FECHA_PROCESO PIC 9(8).
                   05 NOM_DIAS_ENF_SIN_SUELDO PIC 9(3).
                   05 NOM_DESCUENTO_ENF_SIN_SUELDO PIC 9(7)V99.
                   05 NOM_DIAS_ENF_REDUCIDA PIC 9(3).
                   05 NOM_PCT_ENF_REDUCIDA PIC 9V9999.
                   05 NOM_DESCUENTO_ENF_REDUCIDA PIC 9(7)V99.
                   05 NOM_DIAS_ENF_COMPLETA PIC 9(3).
                   05 NOM_RETENCION_ANTICIPOS PIC 9(7)V99.
                   05 NOM_RETENCION_PRESTAMOS PIC 9(7)V99.
                   05 NOM_RETENCION_EMBARGOS PIC 9(7)V99.
                   05 NOM_DEPARTAMENTO PIC X(20).
                   05 NOM_CUENTA_BANCARIA PIC X(24).
