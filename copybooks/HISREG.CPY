      ******************************************************************
      * HISREG - Record layout for HISTORIAL_ARCHIVO.                 *
      * One row per change of salary, position or department          *
      * (HIS_CAMPO "SALARIO", "PUESTO", "DEPARTAMEN"), with the old   *
      * and new value, so HR can reconstruct the career of an         *
      * employee.                                                     *
      * The composite key HIS_CLAVE (employee + date + time) lets a   *
      * consultation position directly on one employee's entries      *
      * instead of scanning the whole file; on a key collision the    *
