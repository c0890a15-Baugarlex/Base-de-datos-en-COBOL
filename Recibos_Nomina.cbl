      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Recibos de salarios de un periodo ya cerrado          *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Recibos_Nomina.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Pide un periodo (AAAAMM, vacio = el actual) y
                    la seleccion (un empleado, un departamento o
                    toda la plantilla) y escribe en ARCHIVO_RECIBOS
                    un recibo de salarios por empleado, una pagina
                    cada uno, sacado de las filas guardadas en
                    ARCHIVO_NOMINA, de modo que reimprimir un mes
                    antiguo da las mismas cifras que se pagaron. El
                    recibo lleva todos los conceptos, los tramos de
                    enfermedad, las retenciones por deducciones
                    fijas, el IRPF y la Seguridad Social con el
                    porcentaje aplicado, la cuenta de abono y los
                    acumulados del anio (bruto, IRPF y neto) hasta
                    el periodo. Una primera pasada por la nomina
                    acumula el anio y busca la fila vigente de cada
                    empleado en el periodo: si hubo complementaria,
                    la fila corregida (NOM_TIPO "C") sustituye a la
                    que anula y en el acumulado la fila de anulacion
                    (NOM_TIPO "A") resta. La segunda pasada imprime
                    las filas vigentes. Departamento y cuenta salen
                    de la fila; en filas antiguas sin ellos se toman
                    del maestro EMPLEADOS_ARCHIVO, igual que el
                    puesto. Los recibos llevan salarios, asi que solo
                    los saca un operador con el rol de nomina
                    (Comprobar_Acceso, recurso SALARIO); el rechazo
                    queda en AUDITORIA_ARCHIVO como DENEGADO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMSEL.
           COPY AUDSEL.
           SELECT OPTIONAL ARCHIVO_RECIBOS ASSIGN TO "RECDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECIBOS-ESTADO.

       DATA DIVISION.
           FILE SECTION.
           FD EMPLEADOS_ARCHIVO.
           COPY EMPREG.

           FD ARCHIVO_NOMINA.
           COPY NOMREG.

           FD AUDITORIA_ARCHIVO.
           COPY AUDREG.

           FD ARCHIVO_RECIBOS.
               01 RECIBO_LINEA PIC X(80).

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY NOMFST.
           COPY AUDFST.
           COPY ACCWS.

               01 WS-RECIBOS-ESTADO PIC XX VALUE "00".
                   88 RECIBOS-OK VALUE "00".

               01 PERIODO PIC X(47) VALUE
                   "Introduce el periodo (AAAAMM, vacio = actual): ".
               01 SELECCION PIC X(46) VALUE
                   "Recibos de: E-Un empleado D-Un depto T-Todos: ".
               01 EMPLEADO PIC X(29) VALUE
                   "Introduce el ID de empleado: ".
               01 DEPARTAMENTO PIC X(31) VALUE
                   "Introduce el departamento: ".

               01 WS-FIN-NOMINA PIC X VALUE "N".
                   88 FIN-NOMINA VALUE "S".
               01 WS-HAY-EMPLEADOS PIC X VALUE "N".
                   88 HAY-EMPLEADOS VALUE "S".
               01 WS-HAY-RECIBOS PIC X VALUE "N".
                   88 HAY-RECIBOS VALUE "S".

               01 WS-PERIODO-ALFA PIC X(6).
               01 WS-PERIODO-DESGLOSE REDEFINES WS-PERIODO-ALFA.
                   05 WS-PER-ANIO PIC 9(4).
                   05 WS-PER-MES PIC 9(2).
               01 WS-PERIODO-VALIDO PIC X VALUE "N".
                   88 PERIODO-VALIDO VALUE "S".
               01 WS-PERIODO-NUM PIC 9(6).
               01 WS-FECHA-SISTEMA.
                   05 WS-FS-ANIO PIC 9(4).
                   05 WS-FS-MES PIC 9(2).
                   05 WS-FS-DIA PIC 9(2).

               01 WS-SELECCION PIC X.
                   88 SELECCION-EMPLEADO VALUE "E".
                   88 SELECCION-DEPARTAMENTO VALUE "D".
                   88 SELECCION-TODOS VALUE "T".
               01 WS-SELECCION-VALIDA PIC X VALUE "N".
                   88 SELECCION-VALIDA VALUE "S".
               01 WS-SEL-EMPLEADOS-ID PIC X(8).
               01 WS-SEL-DEPARTAMENTO PIC X(20).
               01 WS-OPERADOR PIC X(20).

               01 WS-NOM-ANIO PIC 9(4).
               01 WS-NOM-MES PIC 9(2).
               01 WS-NOM-SECUENCIA PIC 9(7) VALUE ZERO.

               01 WS-REC-USADAS PIC 9(3) VALUE ZERO.
               01 WS-REC-MAXIMO PIC 9(3) VALUE 500.
               01 WS-REC-IDX PIC 9(3).
               01 WS-REC-POS PIC 9(3).
               01 WS-REC-ENCONTRADO PIC X VALUE "N".
                   88 REC-ENCONTRADO VALUE "S".
               01 WS-REC-DESBORDE PIC X VALUE "N".
                   88 REC-DESBORDE VALUE "S".
               01 WS-TABLA-RECIBOS.
                   05 WS-REC-ENTRADA OCCURS 500 TIMES.
                       10 WS-REC-EMPLEADOS-ID PIC X(8).
                       10 WS-REC-SECUENCIA PIC 9(7).
                       10 WS-REC-BRUTO-ANIO PIC S9(9)V99.
                       10 WS-REC-IRPF-ANIO PIC S9(9)V99.
                       10 WS-REC-NETO-ANIO PIC S9(9)V99.

               01 WS-RCB-DEPARTAMENTO PIC X(20).
               01 WS-RCB-PUESTO PIC X(20).
               01 WS-RCB-CUENTA PIC X(24).
               01 WS-RCB-SELECCIONADO PIC X VALUE "N".
                   88 RCB-SELECCIONADO VALUE "S".

               01 WS-PAGINA PIC 9(5) VALUE ZERO.
               01 WS-TOTAL-RECIBOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-BRUTO PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-NETO PIC 9(11)V99 VALUE ZERO.

               01 WS-IMPORTE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
               01 WS-RECUENTO-EDIT PIC ZZZ,ZZ9.
               01 WS-DIAS-EDIT PIC ZZ9.
               01 WS-PCT-EDIT PIC ZZ9.99.

               01 WS-RECIBO-SEPARADOR PIC X(80) VALUE ALL "-".

               01 WS-LINEA-TITULO.
                   05 FILLER PIC X(30)
                       VALUE "RECIBO INDIVIDUAL DE SALARIOS".
                   05 FILLER PIC X(9) VALUE "PERIODO: ".
                   05 WS-TIT-PERIODO PIC X(6).
                   05 FILLER PIC X(22) VALUE SPACE.
                   05 FILLER PIC X(8) VALUE "PAGINA: ".
                   05 WS-TIT-PAGINA PIC ZZZZ9.

               01 WS-LINEA-EMPLEADO.
                   05 FILLER PIC X(10) VALUE "Empleado: ".
                   05 WS-EMP-ID PIC X(8).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EMP-NOMBRE PIC X(30).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-EMP-APELLIDOS PIC X(30).

               01 WS-LINEA-PUESTO.
                   05 FILLER PIC X(14) VALUE "Departamento: ".
                   05 WS-PST-DEPARTAMENTO PIC X(20).
                   05 FILLER PIC X(10) VALUE "  Puesto: ".
                   05 WS-PST-PUESTO PIC X(20).

               01 WS-LINEA-CUENTA.
                   05 FILLER PIC X(18) VALUE "Cuenta de abono: ".
                   05 WS-CTA-CUENTA PIC X(24).

               01 WS-LINEA-CABECERA.
                   05 FILLER PIC X(36) VALUE "  CONCEPTO".
                   05 FILLER PIC X(14) VALUE "DETALLE".
                   05 FILLER PIC X(14) VALUE "      DEVENGOS".
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 FILLER PIC X(14) VALUE "   DEDUCCIONES".

               01 WS-LINEA-CONCEPTO.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-LC-CONCEPTO PIC X(34) VALUE SPACE.
                   05 WS-LC-DETALLE PIC X(14) VALUE SPACE.
                   05 WS-LC-DEVENGO PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-LC-DEDUCCION PIC ZZZ,ZZZ,ZZ9.99
                       BLANK WHEN ZERO.

               01 WS-LINEA-ACUMULADOS.
                   05 FILLER PIC X(21) VALUE "Acumulado anio: bruto".
                   05 WS-ACU-BRUTO PIC ----,---,--9.99.
                   05 FILLER PIC X(7) VALUE "  IRPF".
                   05 WS-ACU-IRPF PIC ----,---,--9.99.
                   05 FILLER PIC X(7) VALUE "  neto".
                   05 WS-ACU-NETO PIC ----,---,--9.99.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM COMPROBAR_ACCESO.
               IF ACCESO-PERMITIDO
                   PERFORM PROCESAR_RECIBOS
               END-IF.

           PROGRAM_DONE.
               GOBACK.

      * Solo un operador con el rol de nomina puede sacar recibos;
      * el rechazo queda en AUDITORIA_ARCHIVO.
           COMPROBAR_ACCESO.
               PERFORM OBTENER_OPERADOR.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "SALARIO" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
               IF NOT ACCESO-PERMITIDO
                   DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                   PERFORM ABRIR_AUDITORIA
                   PERFORM REGISTRAR_DENEGACION
                   CLOSE AUDITORIA_ARCHIVO
               END-IF.

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.

           ABRIR_AUDITORIA.
               OPEN I-O AUDITORIA_ARCHIVO.
               IF AUDITORIA-NO-EXISTE
                   OPEN OUTPUT AUDITORIA_ARCHIVO
                   CLOSE AUDITORIA_ARCHIVO
                   OPEN I-O AUDITORIA_ARCHIVO
               END-IF.

           REGISTRAR_DENEGACION.
               ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD_HORA FROM TIME.
               MOVE "DENEGADO" TO AUD_OPERACION.
               MOVE WS-ACC-RECURSO TO AUD_EMPLEADOS_ID.
               MOVE WS-OPERADOR TO AUD_OPERADOR.
               WRITE AUDITORIA_REGISTRO.
               PERFORM UNTIL NOT AUDITORIA-DUPLICADA
                   ADD 1 TO AUD_HORA
                   WRITE AUDITORIA_REGISTRO
               END-PERFORM.
               IF NOT AUDITORIA-OK
                   DISPLAY "AVISO: fallo al registrar la auditoria "
                       "(estado " WS-AUDITORIA-ESTADO ") para "
                       WS-ACC-RECURSO
               END-IF.

           PROCESAR_RECIBOS.
               PERFORM SOLICITAR_PERIODO.
               PERFORM SOLICITAR_SELECCION.
               PERFORM ABRIR_ARCHIVOS.
               IF NOT FIN-NOMINA
                   PERFORM BUSCAR_FILAS_VIGENTES
               END-IF.
               IF HAY-RECIBOS
                   PERFORM IMPRIMIR_RECIBOS
               ELSE
                   DISPLAY "No hay nomina guardada del periodo "
                       WS-PERIODO-ALFA " para la seleccion pedida."
               END-IF.
               PERFORM IMPRIMIR_RESUMEN.
               PERFORM CERRAR_ARCHIVOS.

           SOLICITAR_PERIODO.
               MOVE "N" TO WS-PERIODO-VALIDO.
               PERFORM UNTIL PERIODO-VALIDO
                   DISPLAY PERIODO
                   MOVE SPACE TO WS-PERIODO-ALFA
                   ACCEPT WS-PERIODO-ALFA
                   IF WS-PERIODO-ALFA = SPACE
                       ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
                       MOVE WS-FS-ANIO TO WS-PER-ANIO
                       MOVE WS-FS-MES TO WS-PER-MES
                       MOVE "S" TO WS-PERIODO-VALIDO
                   ELSE
                       IF WS-PERIODO-ALFA IS NUMERIC
                           AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                           MOVE "S" TO WS-PERIODO-VALIDO
                       ELSE
                           DISPLAY "El periodo debe ser AAAAMM."
                       END-IF
                   END-IF
               END-PERFORM.
               COMPUTE WS-PERIODO-NUM = WS-PER-ANIO * 100 + WS-PER-MES.

           SOLICITAR_SELECCION.
               MOVE "N" TO WS-SELECCION-VALIDA.
               PERFORM UNTIL SELECCION-VALIDA
                   DISPLAY SELECCION
                   ACCEPT WS-SELECCION
                   MOVE FUNCTION UPPER-CASE(WS-SELECCION)
                       TO WS-SELECCION
                   IF SELECCION-EMPLEADO OR SELECCION-DEPARTAMENTO
                       OR SELECCION-TODOS
                       MOVE "S" TO WS-SELECCION-VALIDA
                   ELSE
                       DISPLAY "La seleccion debe ser E, D o T."
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN SELECCION-EMPLEADO
                       DISPLAY EMPLEADO
                       ACCEPT WS-SEL-EMPLEADOS-ID
                   WHEN SELECCION-DEPARTAMENTO
                       DISPLAY DEPARTAMENTO
                       ACCEPT WS-SEL-DEPARTAMENTO
                       MOVE FUNCTION UPPER-CASE(WS-SEL-DEPARTAMENTO)
                           TO WS-SEL-DEPARTAMENTO
               END-EVALUATE.

           ABRIR_ARCHIVOS.
               OPEN INPUT ARCHIVO_NOMINA.
               IF NOT NOMINA-OK
                   DISPLAY "No se puede abrir la nomina guardada "
                       "(estado " WS-NOMINA-ESTADO "), sin nomina "
                       "no hay recibos."
                   MOVE "S" TO WS-FIN-NOMINA
               END-IF.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF EMPLEADOS-OK
                   MOVE "S" TO WS-HAY-EMPLEADOS
               ELSE
                   DISPLAY "AVISO: no se puede abrir el archivo de "
                       "empleados (estado " WS-EMPLEADOS-ESTADO
                       "), los recibos saldran sin puesto."
               END-IF.
               OPEN OUTPUT ARCHIVO_RECIBOS.
               IF NOT RECIBOS-OK
                   DISPLAY "No se puede crear el fichero de recibos "
                       "(estado " WS-RECIBOS-ESTADO ")."
                   MOVE "S" TO WS-FIN-NOMINA
               END-IF.

           CERRAR_ARCHIVOS.
               CLOSE ARCHIVO_NOMINA.
               IF HAY-EMPLEADOS
                   CLOSE EMPLEADOS_ARCHIVO
               END-IF.
               CLOSE ARCHIVO_RECIBOS.

           LEER_SIGUIENTE_NOMINA.
               IF NOT FIN-NOMINA
                   READ ARCHIVO_NOMINA
                       AT END MOVE "S" TO WS-FIN-NOMINA
                   END-READ
                   IF NOT NOMINA-OK
                       MOVE "S" TO WS-FIN-NOMINA
                   END-IF
               END-IF.
               IF NOT FIN-NOMINA
                   ADD 1 TO WS-NOM-SECUENCIA
               END-IF.

      * Primera pasada: acumulado del anio hasta el periodo y numero
      * de la fila vigente (la ultima que no es de anulacion) de cada
      * empleado en el periodo.
           BUSCAR_FILAS_VIGENTES.
               PERFORM LEER_SIGUIENTE_NOMINA.
               PERFORM ANOTAR_FILA
               UNTIL FIN-NOMINA.

           ANOTAR_FILA.
               DIVIDE NOM_PERIODO BY 100
                   GIVING WS-NOM-ANIO REMAINDER WS-NOM-MES.
               IF WS-NOM-ANIO = WS-PER-ANIO
                   AND NOM_PERIODO <= WS-PERIODO-NUM
                   AND (NOT SELECCION-EMPLEADO
                       OR NOM_EMPLEADOS_ID = WS-SEL-EMPLEADOS-ID)
                   PERFORM ANOTAR_EN_TABLA
               END-IF.
               PERFORM LEER_SIGUIENTE_NOMINA.

           ANOTAR_EN_TABLA.
               MOVE "N" TO WS-REC-ENCONTRADO.
               PERFORM BUSCAR_ENTRADA_RECIBO
               VARYING WS-REC-IDX FROM 1 BY 1
               UNTIL REC-ENCONTRADO
                   OR WS-REC-IDX > WS-REC-USADAS.
               IF NOT REC-ENCONTRADO
                   IF WS-REC-USADAS < WS-REC-MAXIMO
                       ADD 1 TO WS-REC-USADAS
                       MOVE WS-REC-USADAS TO WS-REC-POS
                       MOVE NOM_EMPLEADOS_ID
                           TO WS-REC-EMPLEADOS-ID(WS-REC-POS)
                       MOVE ZERO TO WS-REC-SECUENCIA(WS-REC-POS)
                       MOVE ZERO TO WS-REC-BRUTO-ANIO(WS-REC-POS)
                       MOVE ZERO TO WS-REC-IRPF-ANIO(WS-REC-POS)
                       MOVE ZERO TO WS-REC-NETO-ANIO(WS-REC-POS)
                       MOVE "S" TO WS-REC-ENCONTRADO
                   ELSE
                       MOVE "S" TO WS-REC-DESBORDE
                   END-IF
               END-IF.
               IF REC-ENCONTRADO
                   IF NOM_TIPO = "A"
                       SUBTRACT NOM_BRUTO
                           FROM WS-REC-BRUTO-ANIO(WS-REC-POS)
                       SUBTRACT NOM_IRPF
                           FROM WS-REC-IRPF-ANIO(WS-REC-POS)
                       SUBTRACT NOM_NETO
                           FROM WS-REC-NETO-ANIO(WS-REC-POS)
                   ELSE
                       ADD NOM_BRUTO TO WS-REC-BRUTO-ANIO(WS-REC-POS)
                       ADD NOM_IRPF TO WS-REC-IRPF-ANIO(WS-REC-POS)
                       ADD NOM_NETO TO WS-REC-NETO-ANIO(WS-REC-POS)
                       IF NOM_PERIODO = WS-PERIODO-NUM
                           MOVE WS-NOM-SECUENCIA
                               TO WS-REC-SECUENCIA(WS-REC-POS)
                           MOVE "S" TO WS-HAY-RECIBOS
                       END-IF
                   END-IF
               END-IF.

           BUSCAR_ENTRADA_RECIBO.
               IF WS-REC-IDX <= WS-REC-USADAS
                   IF WS-REC-EMPLEADOS-ID(WS-REC-IDX)
                       = NOM_EMPLEADOS_ID
                       MOVE WS-REC-IDX TO WS-REC-POS
                       MOVE "S" TO WS-REC-ENCONTRADO
                   END-IF
               END-IF.

      * Segunda pasada: se vuelve a leer la nomina y se imprime cada
      * fila que la primera pasada dejo como vigente.
           IMPRIMIR_RECIBOS.
               CLOSE ARCHIVO_NOMINA.
               OPEN INPUT ARCHIVO_NOMINA.
               MOVE "N" TO WS-FIN-NOMINA.
               MOVE ZERO TO WS-NOM-SECUENCIA.
               PERFORM LEER_SIGUIENTE_NOMINA.
               PERFORM PROCESAR_FILA
               UNTIL FIN-NOMINA.

           PROCESAR_FILA.
               IF NOM_PERIODO = WS-PERIODO-NUM
                   AND NOM_TIPO NOT = "A"
                   MOVE "N" TO WS-REC-ENCONTRADO
                   PERFORM BUSCAR_ENTRADA_RECIBO
                   VARYING WS-REC-IDX FROM 1 BY 1
                   UNTIL REC-ENCONTRADO
                       OR WS-REC-IDX > WS-REC-USADAS
                   IF REC-ENCONTRADO
                       AND WS-REC-SECUENCIA(WS-REC-POS)
                           = WS-NOM-SECUENCIA
                       PERFORM PREPARAR_RECIBO
                   END-IF
               END-IF.
               PERFORM LEER_SIGUIENTE_NOMINA.

           PREPARAR_RECIBO.
               IF NOM_DIAS_ENF_SIN_SUELDO NOT NUMERIC
                   MOVE ZERO TO NOM_DIAS_ENF_SIN_SUELDO
                   MOVE ZERO TO NOM_DESCUENTO_ENF_SIN_SUELDO
                   MOVE ZERO TO NOM_DIAS_ENF_REDUCIDA
                   MOVE ZERO TO NOM_PCT_ENF_REDUCIDA
                   MOVE ZERO TO NOM_DESCUENTO_ENF_REDUCIDA
                   MOVE ZERO TO NOM_DIAS_ENF_COMPLETA
               END-IF.
               IF NOM_RETENCION_ANTICIPOS NOT NUMERIC
                   MOVE ZERO TO NOM_RETENCION_ANTICIPOS
                   MOVE ZERO TO NOM_RETENCION_PRESTAMOS
                   MOVE ZERO TO NOM_RETENCION_EMBARGOS
               END-IF.
               MOVE NOM_DEPARTAMENTO TO WS-RCB-DEPARTAMENTO.
               MOVE NOM_CUENTA_BANCARIA TO WS-RCB-CUENTA.
               MOVE SPACE TO WS-RCB-PUESTO.
               IF HAY-EMPLEADOS
                   MOVE NOM_EMPLEADOS_ID TO EMPLEADOS_ID
                   READ EMPLEADOS_ARCHIVO
                       KEY IS EMPLEADOS_ID
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF EMPLEADOS-OK
                       MOVE EMPLEADOS_PUESTO TO WS-RCB-PUESTO
                       IF WS-RCB-DEPARTAMENTO = SPACE
                           MOVE EMPLEADOS_DEPARTAMENTO
                               TO WS-RCB-DEPARTAMENTO
                       END-IF
                       IF WS-RCB-CUENTA = SPACE
                           MOVE EMPLEADOS_CUENTA_BANCARIA
                               TO WS-RCB-CUENTA
                       END-IF
                   END-IF
               END-IF.
               MOVE "S" TO WS-RCB-SELECCIONADO.
               IF SELECCION-DEPARTAMENTO
                   AND WS-RCB-DEPARTAMENTO NOT = WS-SEL-DEPARTAMENTO
                   MOVE "N" TO WS-RCB-SELECCIONADO
               END-IF.
               IF RCB-SELECCIONADO
                   PERFORM IMPRIMIR_RECIBO
               END-IF.

           IMPRIMIR_RECIBO.
               ADD 1 TO WS-PAGINA.
               ADD 1 TO WS-TOTAL-RECIBOS.
               ADD NOM_BRUTO TO WS-TOTAL-BRUTO.
               ADD NOM_NETO TO WS-TOTAL-NETO.
               MOVE WS-PERIODO-ALFA TO WS-TIT-PERIODO.
               MOVE WS-PAGINA TO WS-TIT-PAGINA.
               MOVE WS-LINEA-TITULO TO RECIBO_LINEA.
               WRITE RECIBO_LINEA AFTER ADVANCING PAGE.
               MOVE WS-RECIBO-SEPARADOR TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               MOVE NOM_EMPLEADOS_ID TO WS-EMP-ID.
               MOVE NOM_NOMBRE TO WS-EMP-NOMBRE.
               MOVE NOM_APELLIDOS TO WS-EMP-APELLIDOS.
               MOVE WS-LINEA-EMPLEADO TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               MOVE WS-RCB-DEPARTAMENTO TO WS-PST-DEPARTAMENTO.
               MOVE WS-RCB-PUESTO TO WS-PST-PUESTO.
               MOVE WS-LINEA-PUESTO TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               MOVE WS-RCB-CUENTA TO WS-CTA-CUENTA.
               MOVE WS-LINEA-CUENTA TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               IF NOM_TIPO = "C"
                   MOVE SPACE TO RECIBO_LINEA
                   STRING "Recibo corregido por la complementaria del "
                       NOM_FECHA_PROCESO(7:2) "/"
                       NOM_FECHA_PROCESO(5:2) "/"
                       NOM_FECHA_PROCESO(1:4)
                       DELIMITED BY SIZE INTO RECIBO_LINEA
                   WRITE RECIBO_LINEA
               END-IF.
               MOVE WS-RECIBO-SEPARADOR TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               MOVE WS-LINEA-CABECERA TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               PERFORM IMPRIMIR_CONCEPTOS.
               MOVE WS-RECIBO-SEPARADOR TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               MOVE WS-REC-BRUTO-ANIO(WS-REC-POS) TO WS-ACU-BRUTO.
               MOVE WS-REC-IRPF-ANIO(WS-REC-POS) TO WS-ACU-IRPF.
               MOVE WS-REC-NETO-ANIO(WS-REC-POS) TO WS-ACU-NETO.
               MOVE WS-LINEA-ACUMULADOS TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.

           IMPRIMIR_CONCEPTOS.
               MOVE "Salario base" TO WS-LC-CONCEPTO.
               MOVE NOM_SALARIO_BASE TO WS-LC-DEVENGO.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Horas extra" TO WS-LC-CONCEPTO.
               MOVE NOM_HORAS_EXTRA TO WS-LC-DEVENGO.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Bonus" TO WS-LC-CONCEPTO.
               MOVE NOM_BONUS TO WS-LC-DEVENGO.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Deduccion" TO WS-LC-CONCEPTO.
               MOVE NOM_DEDUCCION TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Permiso sin sueldo" TO WS-LC-CONCEPTO.
               MOVE NOM_DESCUENTO_PERMISO TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Enfermedad sin sueldo" TO WS-LC-CONCEPTO.
               MOVE NOM_DIAS_ENF_SIN_SUELDO TO WS-DIAS-EDIT.
               STRING WS-DIAS-EDIT " dias" DELIMITED BY SIZE
                   INTO WS-LC-DETALLE.
               MOVE NOM_DESCUENTO_ENF_SIN_SUELDO TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               COMPUTE WS-PCT-EDIT = NOM_PCT_ENF_REDUCIDA * 100.
               STRING "Enfermedad retribuida al " WS-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO WS-LC-CONCEPTO.
               MOVE NOM_DIAS_ENF_REDUCIDA TO WS-DIAS-EDIT.
               STRING WS-DIAS-EDIT " dias" DELIMITED BY SIZE
                   INTO WS-LC-DETALLE.
               MOVE NOM_DESCUENTO_ENF_REDUCIDA TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Enfermedad retribuida completa" TO WS-LC-CONCEPTO.
               MOVE NOM_DIAS_ENF_COMPLETA TO WS-DIAS-EDIT.
               STRING WS-DIAS-EDIT " dias" DELIMITED BY SIZE
                   INTO WS-LC-DETALLE.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "SALARIO BRUTO" TO WS-LC-CONCEPTO.
               MOVE NOM_BRUTO TO WS-LC-DEVENGO.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Retencion IRPF" TO WS-LC-CONCEPTO.
               COMPUTE WS-PCT-EDIT = NOM_PCT_IRPF * 100.
               STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
                   INTO WS-LC-DETALLE.
               MOVE NOM_IRPF TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Seguridad Social" TO WS-LC-CONCEPTO.
               COMPUTE WS-PCT-EDIT = NOM_PCT_SEG_SOCIAL * 100.
               STRING WS-PCT-EDIT "%" DELIMITED BY SIZE
                   INTO WS-LC-DETALLE.
               MOVE NOM_SEGURIDAD_SOCIAL TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Anticipos" TO WS-LC-CONCEPTO.
               MOVE NOM_RETENCION_ANTICIPOS TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Prestamos" TO WS-LC-CONCEPTO.
               MOVE NOM_RETENCION_PRESTAMOS TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "Embargos" TO WS-LC-CONCEPTO.
               MOVE NOM_RETENCION_EMBARGOS TO WS-LC-DEDUCCION.
               PERFORM ESCRIBIR_CONCEPTO.
               MOVE "LIQUIDO A PERCIBIR" TO WS-LC-CONCEPTO.
               MOVE NOM_NETO TO WS-LC-DEVENGO.
               PERFORM ESCRIBIR_CONCEPTO.

           ESCRIBIR_CONCEPTO.
               MOVE WS-LINEA-CONCEPTO TO RECIBO_LINEA.
               WRITE RECIBO_LINEA.
               MOVE SPACE TO WS-LC-CONCEPTO.
               MOVE SPACE TO WS-LC-DETALLE.
               MOVE ZERO TO WS-LC-DEVENGO.
               MOVE ZERO TO WS-LC-DEDUCCION.

           IMPRIMIR_RESUMEN.
               DISPLAY SPACE.
               DISPLAY "RECIBOS DEL PERIODO " WS-PERIODO-ALFA.
               MOVE WS-TOTAL-RECIBOS TO WS-RECUENTO-EDIT.
               DISPLAY "Recibos escritos ........ " WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-BRUTO TO WS-IMPORTE-EDIT.
               DISPLAY "Total bruto ............. " WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-NETO TO WS-IMPORTE-EDIT.
               DISPLAY "Total liquido ........... " WS-IMPORTE-EDIT.
               IF REC-DESBORDE
                   DISPLAY "AVISO: recibos incompletos, mas de "
                       WS-REC-MAXIMO " empleados con nomina en el "
                       "anio."
               END-IF.

           END PROGRAM Recibos_Nomina.
