      ******************************************************************
      * CAMSEL - FILE-CONTROL entry for CAMBIOS_ARCHIVO.               *
      * Pending (effective-dated) changes to the employee master:     *
      * salary, position, department or a planned leaver date, keyed  *
      * by employee + effective date + kind of change (CAM_CLAVE, see *
      * CAMREG). Registered from Base_De_Datos and applied on their   *
      * date by Aplicar_Cambios.                                      *
      * ASSIGN TO "CAMDD" is a DD-name resolved the same way as       *
      * EMPSEL's EMPDD - export DD_CAMDD to point it at a test or     *
      * production file without recompiling.                          *
      ******************************************************************
           SELECT OPTIONAL CAMBIOS_ARCHIVO
           ASSIGN TO "CAMDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM_CLAVE
           FILE STATUS IS WS-CAMBIOS-ESTADO.
