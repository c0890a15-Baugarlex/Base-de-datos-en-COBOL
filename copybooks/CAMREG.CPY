      ******************************************************************
      * CAMREG - Record layout for CAMBIOS_ARCHIVO.                   *
      * One row per change agreed in advance. CAM_TIPO: "S" salary    *
      * (new amount in CAM_SALARIO_NUEVO), "P" position and "D"       *
      * department (new value in CAM_VALOR_NUEVO), "B" planned leaver *
      * (the effective date becomes EMPLEADOS_FECHA_BAJA).            *
      * CAM_ESTADO: "P" pending, "A" applied, "R" rejected (reason in *
      * CAM_MOTIVO). Applied and rejected rows are kept, with the     *
      * date they were processed, so the file doubles as the record   *
      * of what was agreed, by whom and when it took effect.          *
      ******************************************************************
               01 CAMBIOS_REGISTRO.
                   05 CAM_CLAVE.
                       10 CAM_EMPLEADOS_ID PIC X(8).
                       10 CAM_FECHA_EFECTO PIC 9(8).
                       10 CAM_TIPO PIC X.
                   05 CAM_VALOR_NUEVO PIC X(20).
                   05 CAM_SALARIO_NUEVO PIC 9(7)V99.
                   05 CAM_ESTADO PIC X.
                   05 CAM_FECHA_ALTA PIC 9(8).
                   05 CAM_OPERADOR PIC X(20).
                   05 CAM_FECHA_PROCESO PIC 9(8).
                   05 CAM_MOTIVO PIC X(30).
