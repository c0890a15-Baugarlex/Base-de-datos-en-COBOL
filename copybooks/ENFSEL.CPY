      ******************************************************************
      * ENFSEL - FILE-CONTROL entry for ENFERMEDAD_ARCHIVO.            *
      * Sick-leave pay scheme: the day thresholds and paid fraction   *
      * of each band of a type E absence (see ENFREG). Read once at   *
      * the start of each payroll calculation; if the file is         *
      * missing the programs fall back to the bands of NOMCTE, so an  *
      * empty installation keeps working.                             *
      * ASSIGN TO "ENFDD" is a DD-name resolved the same way as       *
      * EMPSEL's EMPDD - export DD_ENFDD to point it at a test or     *
      * production table without recompiling.                         *
      ******************************************************************
           SELECT OPTIONAL ENFERMEDAD_ARCHIVO
           ASSIGN TO "ENFDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENFERMEDAD-ESTADO.
