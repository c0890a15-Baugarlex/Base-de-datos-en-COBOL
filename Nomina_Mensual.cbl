                    mas las incidencias capturadas para ese periodo
                    en INCIDENCIAS_ARCHIVO (horas extra, bonus y
                    deduccion) y menos el descuento proporcional por
                    los dias de permiso sin sueldo (tipo P) y de baja
                    por enfermedad (tipo E) de AUSENCIAS_ARCHIVO que
                    caen dentro del periodo: cada ausencia se recorre
                    dia laborable a dia laborable (fines de semana y
                    festivos de CALENDARIO_ARCHIVO fuera) y solo se
                    cuentan los dias con fecha del periodo, asi una
                    ausencia que cruza el fin de mes se reparte entre
                    los dos meses. Los dias de enfermedad se pagan
                    por tramos segun ENFERMEDAD_ARCHIVO (ver ENFREG;
                    sin tabla se usan los tramos de NOMCTE): los
                    primeros dias de la baja sin sueldo, los
                    siguientes a un porcentaje reducido y el resto
                    completos, contando los dias desde el inicio de
                    la baja aunque empezara en un periodo anterior.
                    Cada tramo va en su propia linea del recibo y en
                    su propio concepto de ARCHIVO_NOMINA. Sobre ese
                    bruto aplica la retencion de IRPF que corresponda
                    segun la tabla de tipos
                    TIPOS_ARCHIVO (tramo por bruto u opcion por
                    empleado, ver TIPREG; sin tabla se usa el tipo
                    fijo de NOMCTE) y la Seguridad Social estandar,
                    resto de la plantilla. Los empleados de baja
                    (estado B o L) no entran en la nomina mensual:
                    su ultimo mes parcial lo paga Liquidacion_Final.
                    En modo C-Complementaria el periodo ya esta
                    cerrado: se pide la lista de empleados a
                    corregir, se recalcula su nomina con las
                    incidencias y ausencias actuales y, si algo
                    cambia, se anade a
                    ARCHIVO_NOMINA una fila de anulacion (NOM_TIPO
                    "A", copia de la fila vigente) y una fila
                    corregida (NOM_TIPO "C"), se imprime la
                    comparacion antes/despues concepto a concepto y
                    se anota una entrada CORRIGE en
                    AUDITORIA_ARCHIVO. El salario base y el
                    departamento son los de la fila guardada, no los
                    del maestro de hoy, para que una subida o un
                    traslado posterior no entren en el mes cerrado;
                    si el salario del maestro es otro, solo se toma
                    cuando el operador confirma que es una correccion
                    del salario del periodo. Las retenciones de
                    deducciones fijas se conservan; si el neto
                    corregido no las cubre, lo recortado se devuelve
                    al pendiente de su deduccion (reabriendola si
                    habia quedado cerrada) y se anota en
                    DEDUCCIONES_MOVIMIENTOS en negativo con origen
                    "C". Las liquidaciones finales no se corrigen por
                    aqui.
                    En modo S-Simulacion se calcula la nomina del
                    periodo igual que en el cierre, deducciones fijas
                    incluidas, pero no se escribe ARCHIVO_NOMINA ni se
                    tocan las deducciones ni su registro: solo se
                    imprime el registro de nomina y una lista de
                    excepciones para revisar antes del cierre real.
                    El bruto y el neto simulados de cada empleado se
                    comparan con su fila vigente del periodo anterior
                    y se listan las variaciones por encima del umbral
                    pedido (por defecto el de NOMCTE), los empleados
                    activos sin nomina el mes anterior (altas), los
                    que cobraron el mes anterior y ahora no entran en
                    la nomina y las incidencias del periodo de
                    empleados de baja o que no estan en el maestro.
                    Con alguna excepcion termina con codigo 4.
                    Antes de calcular avisa de los cambios
                    programados de CAMBIOS_ARCHIVO (ver CAMREG) que
                    siguen pendientes con fecha de efecto dentro del
                    periodo o anterior: Aplicar_Cambios no ha pasado
                    y la nomina saldria con los datos antiguos.
                    Del neto se retienen despues las deducciones
                    fijas activas de DEDUCCIONES_ARCHIVO (ver
                    DEDREG): primero los embargos, limitados a la
                    parte embargable del neto (escala de NOMCTE sobre
                    el salario minimo), y luego anticipos y
                    prestamos; se rebaja el pendiente de cada una, se
                    cierra la que queda recuperada y cada importe
                    retenido se anota en DEDUCCIONES_MOVIMIENTOS para
                    Informe_Deducciones. La complementaria no vuelve
                    a aplicar deducciones: conserva las retenciones
                    de la fila corregida y solo las recorta, con
                    aviso, si el nuevo neto no llega a cubrirlas.
                    Solo la lanza un operador cuyo perfil de
                    PERFILES_ARCHIVO incluye el programa N (ver
                    Comprobar_Acceso); el intento rechazado se anota
                    en AUDITORIA_ARCHIVO como DENEGADO.
                    Si existe el fichero de parametros (DD PARDD, ver
                    PARREG) no se pregunta nada: se cierra en modo N
                    el periodo del fichero, que es el tercer paso de
                    Cierre_Mensual. Termina con codigo de retorno 0
                    si todo fue bien, 4 con avisos (cambios
                    programados sin aplicar, sin registro de
                    retenciones), 8 si alguna fila o deduccion no se
                    pudo guardar o la ejecucion se cancela y 12 si no
                    se llega a calcular (acceso, parametros o archivo
                    de empleados).
                    En modo N es el paso 3 del cierre aunque se lance
                    a mano: si en CONTROL_ARCHIVO el paso 2 (descarga
                    de Respaldo_Empleados) del periodo no consta como
                    completado no calcula nada y termina con 12 (ver
                    Control_Paso); lanzado a mano anota tambien su
                    propia ejecucion como paso 3.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           COPY AUSSEL.
           COPY NOMSEL.
           COPY TIPSEL.
           COPY AUDSEL.
           COPY CAMSEL.
           COPY ENFSEL.
           COPY CALSEL.
           COPY DEDSEL.
           COPY DMVSEL.
           COPY PARSEL.

       DATA DIVISION.
           FILE SECTION.
           FD TIPOS_ARCHIVO.
           COPY TIPREG.

           FD AUDITORIA_ARCHIVO.
           COPY AUDREG.

           FD CAMBIOS_ARCHIVO.
           COPY CAMREG.

           FD ENFERMEDAD_ARCHIVO.
           COPY ENFREG.

           FD CALENDARIO_ARCHIVO.
           COPY CALREG.

           FD DEDUCCIONES_ARCHIVO.
           COPY DEDREG.

           FD DEDUCCIONES_MOVIMIENTOS.
           COPY DMVREG.

           FD PARAMETROS_ARCHIVO.
           COPY PARREG.

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY INCFST.
           COPY AUSFST.
           COPY NOMFST.
           COPY TIPFST.
           COPY AUDFST.
           COPY CAMFST.
           COPY ENFFST.
           COPY CALFST.
           COPY DEDFST.
           COPY DMVFST.
           COPY PARFST.

               01 WS-FIN-EMPLEADOS PIC X VALUE "N".
                   88 FIN-EMPLEADOS VALUE "S".
                   88 HAY-AUSENCIAS VALUE "S".
               01 WS-FIN-AUS-EMPLEADO PIC X VALUE "N".
                   88 FIN-AUS-EMPLEADO VALUE "S".
               01 WS-FIN-CAMBIOS PIC X VALUE "N".
                   88 FIN-CAMBIOS VALUE "S".
               01 WS-CAM-PERIODO PIC 9(6).
               01 WS-TOTAL-CAMBIOS-PENDIENTES PIC 9(6) VALUE ZERO.
               01 WS-HAY-TIPOS PIC X VALUE "N".
                   88 HAY-TIPOS VALUE "S".
               01 WS-FIN-TIPOS PIC X VALUE "N".
                   88 FIN-TIPOS VALUE "S".
               01 WS-FIN-ENFERMEDAD PIC X VALUE "N".
                   88 FIN-ENFERMEDAD VALUE "S".
               01 WS-HAY-ENFERMEDAD PIC X VALUE "N".
                   88 HAY-ENFERMEDAD VALUE "S".
               01 WS-HAY-CALENDARIO PIC X VALUE "N".
                   88 HAY-CALENDARIO VALUE "S".
               01 WS-HAY-DEDUCCIONES PIC X VALUE "N".
                   88 HAY-DEDUCCIONES VALUE "S".
               01 WS-FIN-DED-EMPLEADO PIC X VALUE "N".
                   88 FIN-DED-EMPLEADO VALUE "S".
               01 WS-FIN-MOVIMIENTOS PIC X VALUE "N".
                   88 FIN-MOVIMIENTOS VALUE "S".

               01 PERIODO PIC X(47) VALUE
                   "Introduce el periodo (AAAAMM, vacio = actual): ".
                   05 WS-FS-ANIO PIC 9(4).
                   05 WS-FS-MES PIC 9(2).
                   05 WS-FS-DIA PIC 9(2).
               01 WS-FECHA-PROCESO PIC 9(8).

               01 MODO PIC X(50) VALUE
                   "N-Nomina del mes C-Complementaria S-Simulacion: ".
               01 WS-MODO PIC X VALUE "N".
                   88 MODO-NORMAL VALUE "N".
                   88 MODO-COMPLEMENTARIA VALUE "C".
                   88 MODO-SIMULACION VALUE "S".
               01 WS-MODO-VALIDO PIC X VALUE "N".
                   88 MODO-VALIDO VALUE "S".
               01 ID-CORRECCION PIC X(43) VALUE
                   "ID del empleado a corregir (vacio = fin): ".
               01 WS-ID-ENTRADA PIC X(8).
               01 WS-FIN-SELECCION PIC X VALUE "N".
                   88 FIN-SELECCION VALUE "S".
               01 WS-TIPO-FILA PIC X VALUE "N".
               01 CONFIRMAR-SALARIO PIC X(49) VALUE
                   "Es una correccion del salario del periodo (S/N): ".
               01 WS-CONFIRMAR PIC X.
               01 WS-SALARIO-CONFIRMADO PIC X VALUE "N".
                   88 SALARIO-CONFIRMADO VALUE "S".
               01 WS-SALARIO-EDIT PIC Z,ZZZ,ZZ9.99.
               01 WS-DEPARTAMENTO-FILA PIC X(20).
               01 WS-OPERADOR PIC X(20).
               01 WS-AUD-OPERACION PIC X(10).
               01 WS-DESATENDIDO PIC X VALUE "N".
                   88 DESATENDIDO VALUE "S".
               01 WS-CODIGO-RETORNO PIC 9(2) VALUE ZERO.
               01 WS-PASO-ANOTADO PIC X VALUE "N".
                   88 PASO-ANOTADO VALUE "S".

               01 WS-COR-USADOS PIC 9(3) VALUE ZERO.
               01 WS-COR-MAXIMO PIC 9(3) VALUE 50.
               01 WS-COR-IDX PIC 9(3).
               01 WS-COR-POS PIC 9(3).
               01 WS-COR-ENCONTRADO PIC X VALUE "N".
                   88 COR-ENCONTRADO VALUE "S".
               01 WS-TABLA-CORRECCION.
                   05 WS-COR-ENTRADA OCCURS 50 TIMES.
                       10 WS-COR-EMPLEADOS-ID PIC X(8).
                       10 WS-COR-HALLADA PIC X.
                       10 WS-COR-FILA PIC X(300).

               01 WS-RTP-USADOS PIC 9(3) VALUE ZERO.
               01 WS-RTP-MAXIMO PIC 9(3) VALUE 200.
               01 WS-RTP-IDX PIC 9(3).
               01 WS-RTP-POS PIC 9(3).
               01 WS-RTP-ENCONTRADO PIC X VALUE "N".
                   88 RTP-ENCONTRADO VALUE "S".
               01 WS-RTP-DESBORDE PIC X VALUE "N".
                   88 RTP-DESBORDE VALUE "S".
               01 WS-TABLA-RETENIDO.
                   05 WS-RTP-ENTRADA OCCURS 200 TIMES.
                       10 WS-RTP-EMPLEADOS-ID PIC X(8).
                       10 WS-RTP-FECHA-INICIO PIC 9(8).
                       10 WS-RTP-TIPO PIC X.
                       10 WS-RTP-IMPORTE PIC S9(7)V99.

           COPY NOMREG REPLACING
               NOMINA_REGISTRO BY ANT_REGISTRO
               NOM_PERIODO BY ANT_PERIODO
               NOM_EMPLEADOS_ID BY ANT_EMPLEADOS_ID
               NOM_NOMBRE BY ANT_NOMBRE
               NOM_APELLIDOS BY ANT_APELLIDOS
               NOM_SALARIO_BASE BY ANT_SALARIO_BASE
               NOM_HORAS_EXTRA BY ANT_HORAS_EXTRA
               NOM_BONUS BY ANT_BONUS
               NOM_DEDUCCION BY ANT_DEDUCCION
               NOM_DESCUENTO_PERMISO BY ANT_DESCUENTO_PERMISO
               NOM_BRUTO BY ANT_BRUTO
               NOM_IRPF BY ANT_IRPF
               NOM_SEGURIDAD_SOCIAL BY ANT_SEGURIDAD_SOCIAL
               NOM_NETO BY ANT_NETO
               NOM_PCT_IRPF BY ANT_PCT_IRPF
               NOM_PCT_SEG_SOCIAL BY ANT_PCT_SEG_SOCIAL
               NOM_TIPO BY ANT_TIPO
               NOM_FECHA_PROCESO BY ANT_FECHA_PROCESO
               NOM_DIAS_ENF_SIN_SUELDO BY ANT_DIAS_ENF_SIN_SUELDO
               NOM_DESCUENTO_ENF_SIN_SUELDO
                   BY ANT_DESCUENTO_ENF_SIN_SUELDO
               NOM_DIAS_ENF_REDUCIDA BY ANT_DIAS_ENF_REDUCIDA
               NOM_PCT_ENF_REDUCIDA BY ANT_PCT_ENF_REDUCIDA
               NOM_DESCUENTO_ENF_REDUCIDA BY ANT_DESCUENTO_ENF_REDUCIDA
               NOM_DIAS_ENF_COMPLETA BY ANT_DIAS_ENF_COMPLETA
               NOM_RETENCION_ANTICIPOS BY ANT_RETENCION_ANTICIPOS
               NOM_RETENCION_PRESTAMOS BY ANT_RETENCION_PRESTAMOS
               NOM_RETENCION_EMBARGOS BY ANT_RETENCION_EMBARGOS
               NOM_DEPARTAMENTO BY ANT_DEPARTAMENTO
               NOM_CUENTA_BANCARIA BY ANT_CUENTA_BANCARIA.

           COPY NOMCTE.
           COPY ACCWS.
           COPY CTLWS.

               01 WS-TRM-USADOS PIC 9(2) VALUE ZERO.
               01 WS-TRM-MAXIMO PIC 9(2) VALUE 20.
                   88 PCT-ENCONTRADO VALUE "S".
               01 WS-PCT-IRPF-APLICADO PIC 9V9999.

               01 WS-ENF-TOPE-SIN-SUELDO PIC 9(3).
               01 WS-ENF-TOPE-REDUCIDA PIC 9(3).
               01 WS-ENF-PCT-APLICADO PIC 9V9999.

               01 WS-PER-INI-ENTERO PIC 9(8).
               01 WS-PER-FIN-ENTERO PIC 9(8).
               01 WS-PER-SIGUIENTE PIC 9(8).
               01 WS-AUS-INI-ENTERO PIC 9(8).
               01 WS-ES-LABORABLE PIC X VALUE "N".
                   88 ES-LABORABLE VALUE "S".
               01 WS-DIA-ENTERO PIC 9(8).
               01 WS-DIA-SEMANA PIC 9.
               01 WS-FECHA-CURSOR PIC 9(8).
               01 WS-DIAS-CONTADOS PIC 9(3).
               01 WS-LAB-TOPE PIC 9(8).

               01 UMBRAL PIC X(35) VALUE
                   "Umbral de variacion en % (vacio = ".
               01 WS-UMBRAL-ALFA PIC X(10).
               01 WS-UMBRAL-POS PIC 9(3).
               01 WS-UMBRAL-ENTRADA PIC S9(7)V99.
               01 WS-UMBRAL PIC 9(3)V99.
               01 WS-UMBRAL-EDIT PIC ZZ9.99.
               01 WS-UMBRAL-VALIDO PIC X VALUE "N".
                   88 UMBRAL-VALIDO VALUE "S".

               01 WS-SIM-PERIODO-ANTERIOR PIC 9(6).
               01 WS-SIM-PERIODO-INGRESO PIC 9(6).
               01 WS-SIM-USADOS PIC 9(3) VALUE ZERO.
               01 WS-SIM-MAXIMO PIC 9(3) VALUE 500.
               01 WS-SIM-IDX PIC 9(3).
               01 WS-SIM-POS PIC 9(3).
               01 WS-SIM-ENCONTRADO PIC X VALUE "N".
                   88 SIM-ENCONTRADO VALUE "S".
               01 WS-SIM-DESBORDE PIC X VALUE "N".
                   88 SIM-DESBORDE VALUE "S".
               01 WS-TABLA-ANTERIOR.
                   05 WS-SIM-ENTRADA OCCURS 500 TIMES.
                       10 WS-SIM-EMPLEADOS-ID PIC X(8).
                       10 WS-SIM-APELLIDOS PIC X(20).
                       10 WS-SIM-BRUTO PIC 9(7)V99.
                       10 WS-SIM-NETO PIC 9(7)V99.
                       10 WS-SIM-VISTO PIC X.
               01 WS-SIM-MOTIVO PIC X(26).
               01 WS-SIM-ANTERIOR PIC 9(7)V99.
               01 WS-SIM-ACTUAL PIC 9(7)V99.
               01 WS-SIM-PCT PIC S9(11)V99.
               01 WS-SIM-PCT-ABSOLUTO PIC 9(11)V99.
               01 WS-FIN-INC-SIMULACION PIC X VALUE "N".
                   88 FIN-INC-SIMULACION VALUE "S".

               01 WS-EXC-USADOS PIC 9(3) VALUE ZERO.
               01 WS-EXC-MAXIMO PIC 9(3) VALUE 500.
               01 WS-EXC-IDX PIC 9(3).
               01 WS-TABLA-AVISOS.
                   05 WS-EXC-LINEA OCCURS 500 TIMES PIC X(93).
               01 WS-SIM-TOTAL-ALTAS PIC 9(6) VALUE ZERO.
               01 WS-SIM-TOTAL-VARIACIONES PIC 9(6) VALUE ZERO.
               01 WS-SIM-TOTAL-SIN-NOMINA PIC 9(6) VALUE ZERO.
               01 WS-SIM-TOTAL-INCIDENCIAS PIC 9(6) VALUE ZERO.
               01 WS-SIM-TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.

               01 WS-PRV-USADOS PIC 9(3) VALUE ZERO.
               01 WS-PRV-MAXIMO PIC 9(3) VALUE 500.
               01 WS-PRV-IDX PIC 9(3).
               01 WS-IMP-DEDUCCION PIC 9(7)V99.
               01 WS-DIAS-PERMISO PIC 9(3).
               01 WS-IMP-DESCUENTO PIC 9(7)V99.
               01 WS-DIAS-ENF-SIN-SUELDO PIC 9(3).
               01 WS-IMP-ENF-SIN-SUELDO PIC 9(7)V99.
               01 WS-DIAS-ENF-REDUCIDA PIC 9(3).
               01 WS-IMP-ENF-REDUCIDA PIC 9(7)V99.
               01 WS-DIAS-ENF-COMPLETA PIC 9(3).
               01 WS-TOTAL-DEVENGOS PIC 9(8)V99.
               01 WS-TOTAL-DESCUENTOS PIC 9(8)V99.
               01 WS-BRUTO PIC 9(7)V99.
               01 WS-SEG-SOCIAL PIC 9(7)V99.
               01 WS-NETO PIC 9(7)V99.

               01 WS-PERIODO-NUM PIC 9(6).
               01 WS-DED-PERIODO PIC 9(6).
               01 WS-DED-PASADA PIC X.
               01 WS-DED-IMPORTE PIC 9(7)V99.
               01 WS-DED-EXCESO PIC 9(7)V99.
               01 WS-NETO-ANTES-RETENCIONES PIC 9(7)V99.
               01 WS-EMBARGABLE PIC 9(7)V99.
               01 WS-EMB-RESTO PIC 9(7)V99.
               01 WS-EMB-IDX PIC 9.
               01 WS-RET-ANTICIPOS PIC 9(7)V99.
               01 WS-RET-PRESTAMOS PIC 9(7)V99.
               01 WS-RET-EMBARGOS PIC 9(7)V99.
               01 WS-DEV-ANTICIPOS PIC 9(7)V99.
               01 WS-DEV-PRESTAMOS PIC 9(7)V99.
               01 WS-DEV-EMBARGOS PIC 9(7)V99.
               01 WS-DEV-TIPO PIC X.
               01 WS-DEV-IMPORTE PIC 9(7)V99.
               01 WS-DEV-PARTE PIC 9(7)V99.

               01 WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SALTADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-IRPF PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-SEG-SOCIAL PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-NETO PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-RETENCIONES PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-RETENCIONES-EDIT PIC ZZZ,ZZZ,ZZ9.99.
               01 WS-TOTAL-CORREGIDOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SIN-DIFERENCIA PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-DIF-NETO PIC S9(9)V99 VALUE ZERO.
               01 WS-DIF-NETO-EDIT PIC -ZZZ,ZZZ,ZZ9.99.

               01 WS-RECIBO-SEPARADOR PIC X(62) VALUE ALL "-".
               01 WS-RECIBO-TITULO.
               01 WS-RECIBO-HORAS PIC ZZ9.
               01 WS-RECIBO-PCT PIC Z9.99.

               01 WS-COMPARACION-TITULO.
                   05 FILLER PIC X(22) VALUE "CORRECCION DE NOMINA  ".
                   05 FILLER PIC X(9) VALUE "PERIODO: ".
                   05 WS-CMT-PERIODO PIC X(6).
               01 WS-COMPARACION-CABECERA.
                   05 FILLER PIC X(24) VALUE "CONCEPTO".
                   05 FILLER PIC X(14) VALUE "    ANTERIOR".
                   05 FILLER PIC X(14) VALUE "   CORREGIDO".
                   05 FILLER PIC X(14) VALUE "  DIFERENCIA".
               01 WS-COMPARACION-LINEA.
                   05 WS-CMP-CONCEPTO PIC X(22).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-CMP-ANTERIOR-EDIT PIC Z,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-CMP-CORREGIDO-EDIT PIC Z,ZZZ,ZZ9.99.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-CMP-DIFERENCIA-EDIT PIC -Z,ZZZ,ZZ9.99.
               01 WS-CMP-ANTERIOR PIC 9(7)V99.
               01 WS-CMP-CORREGIDO PIC 9(7)V99.
               01 WS-CMP-DIFERENCIA PIC S9(7)V99.
               01 WS-CMP-PCT-ANTERIOR PIC Z9.99.
               01 WS-CMP-PCT-CORREGIDO PIC Z9.99.

               01 WS-REGISTRO-TITULO.
                   05 FILLER PIC X(20) VALUE "REGISTRO DE NOMINA  ".
                   05 FILLER PIC X(9) VALUE "PERIODO: ".
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-RGT-NETO PIC ZZZ,ZZZ,ZZ9.99.

               01 WS-EXCEPCIONES-TITULO.
                   05 FILLER PIC X(26) VALUE
                       "EXCEPCIONES DE SIMULACION ".
                   05 FILLER PIC X(9) VALUE "PERIODO: ".
                   05 WS-EXT-PERIODO PIC X(6).
                   05 FILLER PIC X(20) VALUE "  PERIODO ANTERIOR: ".
                   05 WS-EXT-PERIODO-ANTERIOR PIC 9(6).
               01 WS-EXCEPCIONES-CABECERA.
                   05 FILLER PIC X(10) VALUE "ID".
                   05 FILLER PIC X(22) VALUE "APELLIDOS".
                   05 FILLER PIC X(27) VALUE "MOTIVO".
                   05 FILLER PIC X(13) VALUE "    ANTERIOR".
                   05 FILLER PIC X(13) VALUE "    SIMULADO".
                   05 FILLER PIC X(8) VALUE "     %".
               01 WS-EXCEPCION-LINEA.
                   05 WS-EXL-ID PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-EXL-APELLIDOS PIC X(20).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-EXL-MOTIVO PIC X(26).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-EXL-ANTERIOR PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-EXL-SIMULADO PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-EXL-PCT PIC -ZZZ9.99 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM COMPROBAR_ACCESO.
               IF ACCESO-PERMITIDO
                   PERFORM PROCESAR_PERIODO
               ELSE
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

           PROGRAM_DONE.
               IF PASO-ANOTADO
                   PERFORM ANOTAR_FIN_PASO
               END-IF.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               GOBACK.

      * Solo un operador con "N" en los programas de su perfil puede
      * lanzar la nomina; el rechazo queda en AUDITORIA_ARCHIVO.
           COMPROBAR_ACCESO.
               PERFORM OBTENER_OPERADOR.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "NOMINA" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
               IF NOT ACCESO-PERMITIDO
                   DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                   PERFORM ABRIR_AUDITORIA
                   PERFORM REGISTRAR_DENEGACION
                   CLOSE AUDITORIA_ARCHIVO
               END-IF.

           PROCESAR_PERIODO.
               PERFORM LEER_PARAMETROS.
               IF DESATENDIDO
                   PERFORM TOMAR_PARAMETROS
               ELSE
                   PERFORM SOLICITAR_MODO
                   PERFORM SOLICITAR_PERIODO
                   IF MODO-COMPLEMENTARIA
                       PERFORM SOLICITAR_CORRECCIONES
                   END-IF
                   IF MODO-SIMULACION
                       PERFORM SOLICITAR_UMBRAL
                   END-IF
               END-IF.
               IF PERIODO-VALIDO AND MODO-NORMAL
                   PERFORM COMPROBAR_PASO_PREVIO
               END-IF.
               IF PERIODO-VALIDO
                   PERFORM EJECUTAR_PERIODO
               END-IF.

      * Con el fichero de parametros el programa corre sin preguntar;
      * sin el se pregunta como siempre.
           LEER_PARAMETROS.
               OPEN INPUT PARAMETROS_ARCHIVO.
               IF PARAMETROS-OK
                   READ PARAMETROS_ARCHIVO
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "S" TO WS-DESATENDIDO
                           MOVE PAR_PERIODO TO WS-PERIODO-ALFA
                   END-READ
                   CLOSE PARAMETROS_ARCHIVO
               END-IF.

      * Desde el fichero de parametros solo se cierra la nomina del
      * mes; la complementaria se sigue lanzando a mano.
           TOMAR_PARAMETROS.
               MOVE "N" TO WS-MODO.
               IF WS-PERIODO-ALFA IS NUMERIC
                   AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                   MOVE "S" TO WS-PERIODO-VALIDO
                   DISPLAY "Nomina del periodo " WS-PERIODO-ALFA
                       ", segun el fichero de parametros."
               ELSE
                   DISPLAY "Periodo no valido en el fichero de "
                       "parametros: " WS-PERIODO-ALFA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

      * Un paso del cierre solo corre si el anterior del periodo esta
      * completado en CONTROL_ARCHIVO, tambien cuando se lanza a mano;
      * a mano el paso anota ademas su propia ejecucion.
           COMPROBAR_PASO_PREVIO.
               MOVE "C" TO WS-CTL-ACCION.
               COMPUTE WS-CTL-PERIODO = WS-PER-ANIO * 100 + WS-PER-MES.
               MOVE 3 TO WS-CTL-PASO.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF NOT CTL-PERMITIDO
                   DISPLAY "El paso 3 del cierre no se lanza: "
                       WS-CTL-MOTIVO
                   MOVE "N" TO WS-PERIODO-VALIDO
                   MOVE 12 TO WS-CODIGO-RETORNO
               ELSE
                   IF NOT DESATENDIDO
                       PERFORM ANOTAR_INICIO_PASO
                   END-IF
               END-IF.

           ANOTAR_INICIO_PASO.
               PERFORM OBTENER_OPERADOR.
               MOVE "I" TO WS-CTL-ACCION.
               MOVE "Nomina_Mensual" TO WS-CTL-PROGRAMA.
               MOVE WS-OPERADOR TO WS-CTL-OPERADOR.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF CTL-PERMITIDO
                   MOVE "S" TO WS-PASO-ANOTADO
               ELSE
                   DISPLAY "AVISO: " WS-CTL-MOTIVO
                   DISPLAY "La ejecucion no queda anotada en el "
                       "fichero de control."
               END-IF.

           ANOTAR_FIN_PASO.
               MOVE "F" TO WS-CTL-ACCION.
               MOVE WS-CODIGO-RETORNO TO WS-CTL-CODIGO-RETORNO.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF NOT CTL-PERMITIDO
                   DISPLAY "AVISO: " WS-CTL-MOTIVO
               END-IF.

           EJECUTAR_PERIODO.
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
               PERFORM CALCULAR_LIMITES_PERIODO.
               PERFORM COMPROBAR_CAMBIOS_PENDIENTES.
               IF MODO-SIMULACION
                   PERFORM EJECUTAR_SIMULACION
               ELSE
                   PERFORM COMPROBAR_PERIODO_PREVIO
                   IF TABLA-PREVIA-LLENA
                       DISPLAY "Demasiada nomina guardada del periodo "
                           WS-PERIODO-ALFA " para comprobar "
                           "duplicados, ejecucion cancelada."
                       MOVE 8 TO WS-CODIGO-RETORNO
                   ELSE
                       IF MODO-COMPLEMENTARIA
                           PERFORM EJECUTAR_COMPLEMENTARIA
                       ELSE
                           PERFORM EJECUTAR_NOMINA
                       END-IF
                   END-IF
               END-IF.

           EJECUTAR_NOMINA.
               PERFORM ABRIR_ARCHIVOS.
               PERFORM CARGAR_TIPOS.
               PERFORM CARGAR_ENFERMEDAD.
               PERFORM IMPRIMIR_CABECERA_REGISTRO.
               PERFORM LEER_SIGUIENTE.
               PERFORM PROCESAR_EMPLEADO
               UNTIL FIN-EMPLEADOS.
               PERFORM IMPRIMIR_TOTALES.
               PERFORM CERRAR_ARCHIVOS.

           EJECUTAR_COMPLEMENTARIA.
               IF WS-COR-USADOS = ZERO
                   DISPLAY "Ningun empleado que corregir."
               ELSE
                   PERFORM CARGAR_RETENIDO_PERIODO
                   PERFORM ABRIR_ARCHIVOS
                   PERFORM ABRIR_AUDITORIA
                   PERFORM CARGAR_TIPOS
                   PERFORM CARGAR_ENFERMEDAD
                   MOVE "C" TO WS-TIPO-FILA
                   PERFORM IMPRIMIR_CABECERA_REGISTRO
                   PERFORM CORREGIR_EMPLEADO
                   VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-COR-USADOS
                   PERFORM IMPRIMIR_TOTALES
                   PERFORM CERRAR_ARCHIVOS
                   CLOSE AUDITORIA_ARCHIVO
               END-IF.

      * La simulacion recorre la plantilla igual que el cierre pero
      * sin escribir nada, y compara con la nomina del mes anterior.
           EJECUTAR_SIMULACION.
               PERFORM CARGAR_PERIODO_ANTERIOR.
               PERFORM ABRIR_ARCHIVOS.
               IF WS-CODIGO-RETORNO < 12
                   PERFORM SIMULAR_PLANTILLA
               END-IF.
               PERFORM CERRAR_ARCHIVOS.

           SIMULAR_PLANTILLA.
               PERFORM CARGAR_TIPOS.
               PERFORM CARGAR_ENFERMEDAD.
               DISPLAY SPACE.
               DISPLAY "SIMULACION: no se guarda nada en ARCHIVO_NOMINA"
                   " ni se rebajan las deducciones fijas.".
               PERFORM IMPRIMIR_CABECERA_REGISTRO.
               PERFORM LEER_SIGUIENTE.
               PERFORM SIMULAR_EMPLEADO
               UNTIL FIN-EMPLEADOS.
               PERFORM IMPRIMIR_TOTALES.
               PERFORM REVISAR_SIN_NOMINA
               VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL WS-SIM-IDX > WS-SIM-USADOS.
               IF HAY-INCIDENCIAS
                   PERFORM REVISAR_INCIDENCIAS
               END-IF.
               PERFORM IMPRIMIR_EXCEPCIONES.

           CARGAR_PERIODO_ANTERIOR.
               IF WS-PER-MES = 1
                   COMPUTE WS-SIM-PERIODO-ANTERIOR =
                       (WS-PER-ANIO - 1) * 100 + 12
               ELSE
                   COMPUTE WS-SIM-PERIODO-ANTERIOR = WS-PERIODO-NUM - 1
               END-IF.
               MOVE "N" TO WS-FIN-NOMINA-PREVIA.
               OPEN INPUT ARCHIVO_NOMINA.
               IF NOT NOMINA-OK
                   MOVE "S" TO WS-FIN-NOMINA-PREVIA
               END-IF.
               PERFORM LEER_NOMINA_PREVIA.
               PERFORM ANOTAR_NOMINA_ANTERIOR
               UNTIL FIN-NOMINA-PREVIA.
               CLOSE ARCHIVO_NOMINA.
               IF WS-SIM-USADOS = ZERO
                   DISPLAY "AVISO: sin nomina guardada del periodo "
                       WS-SIM-PERIODO-ANTERIOR ", todos los empleados "
                       "saldran sin nomina anterior."
               END-IF.
               IF SIM-DESBORDE
                   DISPLAY "AVISO: mas de " WS-SIM-MAXIMO " empleados "
                       "en la nomina del periodo "
                       WS-SIM-PERIODO-ANTERIOR ", el resto saldra sin "
                       "nomina anterior."
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

      * Si el mes anterior tiene complementaria, su fila C sustituye
      * a la original: vale la ultima fila que no sea anulacion.
           ANOTAR_NOMINA_ANTERIOR.
               IF NOM_PERIODO = WS-SIM-PERIODO-ANTERIOR
                   AND NOM_TIPO NOT = "A"
                   MOVE NOM_EMPLEADOS_ID TO WS-ID-ENTRADA
                   PERFORM BUSCAR_ANTERIOR
                   IF NOT SIM-ENCONTRADO
                       PERFORM NUEVO_ANTERIOR
                   END-IF
                   IF SIM-ENCONTRADO
                       MOVE NOM_BRUTO TO WS-SIM-BRUTO(WS-SIM-POS)
                       MOVE NOM_NETO TO WS-SIM-NETO(WS-SIM-POS)
                   END-IF
               END-IF.
               PERFORM LEER_NOMINA_PREVIA.

           NUEVO_ANTERIOR.
               IF WS-SIM-USADOS < WS-SIM-MAXIMO
                   ADD 1 TO WS-SIM-USADOS
                   MOVE WS-SIM-USADOS TO WS-SIM-POS
                   MOVE NOM_EMPLEADOS_ID
                       TO WS-SIM-EMPLEADOS-ID(WS-SIM-POS)
                   MOVE NOM_APELLIDOS TO WS-SIM-APELLIDOS(WS-SIM-POS)
                   MOVE "N" TO WS-SIM-VISTO(WS-SIM-POS)
                   MOVE "S" TO WS-SIM-ENCONTRADO
               ELSE
                   MOVE "S" TO WS-SIM-DESBORDE
               END-IF.

           BUSCAR_ANTERIOR.
               MOVE "N" TO WS-SIM-ENCONTRADO.
               PERFORM COMPARAR_ANTERIOR
               VARYING WS-SIM-IDX FROM 1 BY 1
               UNTIL SIM-ENCONTRADO
                   OR WS-SIM-IDX > WS-SIM-USADOS.

           COMPARAR_ANTERIOR.
               IF WS-SIM-IDX <= WS-SIM-USADOS
                   IF WS-SIM-EMPLEADOS-ID(WS-SIM-IDX) = WS-ID-ENTRADA
                       MOVE WS-SIM-IDX TO WS-SIM-POS
                       MOVE "S" TO WS-SIM-ENCONTRADO
                   END-IF
               END-IF.

           SIMULAR_EMPLEADO.
               IF EMPLEADOS_ESTADO NOT = "B"
                   AND EMPLEADOS_ESTADO NOT = "L"
                   PERFORM CALCULAR_NOMINA
                   PERFORM APLICAR_DEDUCCIONES
                   PERFORM IMPRIMIR_LINEA_REGISTRO
                   PERFORM ACUMULAR_TOTALES
                   PERFORM COMPARAR_CON_ANTERIOR
               END-IF.
               PERFORM LEER_SIGUIENTE.

           COMPARAR_CON_ANTERIOR.
               MOVE EMPLEADOS_ID TO WS-ID-ENTRADA.
               PERFORM BUSCAR_ANTERIOR.
               MOVE EMPLEADOS_ID TO WS-EXL-ID.
               MOVE EMPLEADOS_APELLIDOS TO WS-EXL-APELLIDOS.
               IF SIM-ENCONTRADO
                   MOVE "S" TO WS-SIM-VISTO(WS-SIM-POS)
                   MOVE "Variacion del bruto" TO WS-SIM-MOTIVO
                   MOVE WS-SIM-BRUTO(WS-SIM-POS) TO WS-SIM-ANTERIOR
                   MOVE WS-BRUTO TO WS-SIM-ACTUAL
                   PERFORM COMPROBAR_VARIACION
                   MOVE "Variacion del neto" TO WS-SIM-MOTIVO
                   MOVE WS-SIM-NETO(WS-SIM-POS) TO WS-SIM-ANTERIOR
                   MOVE WS-NETO TO WS-SIM-ACTUAL
                   PERFORM COMPROBAR_VARIACION
               ELSE
                   ADD 1 TO WS-SIM-TOTAL-ALTAS
                   DIVIDE EMPLEADOS_FECHA_INGRESO BY 100
                       GIVING WS-SIM-PERIODO-INGRESO
                   IF WS-SIM-PERIODO-INGRESO = WS-PERIODO-NUM
                       MOVE "Alta: ingreso del periodo"
                           TO WS-EXL-MOTIVO
                   ELSE
                       MOVE "Alta: sin nomina anterior"
                           TO WS-EXL-MOTIVO
                   END-IF
                   MOVE ZERO TO WS-EXL-ANTERIOR
                   MOVE WS-BRUTO TO WS-EXL-SIMULADO
                   MOVE ZERO TO WS-EXL-PCT
                   PERFORM ANOTAR_EXCEPCION
               END-IF.

      * Un importe anterior a cero que ahora cobra cuenta como un
      * 100%; el porcentaje impreso se limita a cuatro cifras.
           COMPROBAR_VARIACION.
               IF WS-SIM-ANTERIOR = ZERO
                   IF WS-SIM-ACTUAL = ZERO
                       MOVE ZERO TO WS-SIM-PCT
                   ELSE
                       MOVE 100 TO WS-SIM-PCT
                   END-IF
               ELSE
                   COMPUTE WS-SIM-PCT ROUNDED =
                       (WS-SIM-ACTUAL - WS-SIM-ANTERIOR) * 100
                       / WS-SIM-ANTERIOR
               END-IF.
               IF WS-SIM-PCT < ZERO
                   COMPUTE WS-SIM-PCT-ABSOLUTO = 0 - WS-SIM-PCT
               ELSE
                   MOVE WS-SIM-PCT TO WS-SIM-PCT-ABSOLUTO
               END-IF.
               IF WS-SIM-PCT-ABSOLUTO > WS-UMBRAL
                   ADD 1 TO WS-SIM-TOTAL-VARIACIONES
                   MOVE WS-SIM-MOTIVO TO WS-EXL-MOTIVO
                   MOVE WS-SIM-ANTERIOR TO WS-EXL-ANTERIOR
                   MOVE WS-SIM-ACTUAL TO WS-EXL-SIMULADO
                   IF WS-SIM-PCT > 9999.99
                       MOVE 9999.99 TO WS-EXL-PCT
                   ELSE
                       MOVE WS-SIM-PCT TO WS-EXL-PCT
                   END-IF
                   PERFORM ANOTAR_EXCEPCION
               END-IF.

           ANOTAR_EXCEPCION.
               ADD 1 TO WS-SIM-TOTAL-EXCEPCIONES.
               IF WS-EXC-USADOS < WS-EXC-MAXIMO
                   ADD 1 TO WS-EXC-USADOS
                   MOVE WS-EXCEPCION-LINEA
                       TO WS-EXC-LINEA(WS-EXC-USADOS)
               END-IF.

      * Quien cobro el mes anterior y no entra en la simulacion esta
      * de baja o ya no esta en el maestro.
           REVISAR_SIN_NOMINA.
               IF WS-SIM-VISTO(WS-SIM-IDX) NOT = "S"
                   ADD 1 TO WS-SIM-TOTAL-SIN-NOMINA
                   MOVE WS-SIM-EMPLEADOS-ID(WS-SIM-IDX) TO EMPLEADOS_ID
                   MOVE WS-SIM-EMPLEADOS-ID(WS-SIM-IDX) TO WS-EXL-ID
                   MOVE WS-SIM-APELLIDOS(WS-SIM-IDX)
                       TO WS-EXL-APELLIDOS
                   READ EMPLEADOS_ARCHIVO
                       KEY IS EMPLEADOS_ID
                       INVALID KEY
                           MOVE "Sin nomina: no en maestro"
                               TO WS-EXL-MOTIVO
                       NOT INVALID KEY
                           MOVE "Sin nomina: estado" TO WS-EXL-MOTIVO
                           MOVE EMPLEADOS_ESTADO
                               TO WS-EXL-MOTIVO(20:1)
                   END-READ
                   MOVE WS-SIM-BRUTO(WS-SIM-IDX) TO WS-EXL-ANTERIOR
                   MOVE ZERO TO WS-EXL-SIMULADO
                   MOVE ZERO TO WS-EXL-PCT
                   PERFORM ANOTAR_EXCEPCION
               END-IF.

           REVISAR_INCIDENCIAS.
               MOVE "N" TO WS-FIN-INC-SIMULACION.
               MOVE LOW-VALUE TO INC_CLAVE.
               START INCIDENCIAS_ARCHIVO
                   KEY IS NOT LESS THAN INC_CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-INC-SIMULACION
               END-START.
               PERFORM LEER_INCIDENCIA_SIMULACION.
               PERFORM EXAMINAR_INCIDENCIA_SIMULACION
               UNTIL FIN-INC-SIMULACION.

           LEER_INCIDENCIA_SIMULACION.
               IF NOT FIN-INC-SIMULACION
                   READ INCIDENCIAS_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-INC-SIMULACION
                   END-READ
                   IF NOT INCIDENCIAS-OK
                       MOVE "S" TO WS-FIN-INC-SIMULACION
                   END-IF
               END-IF.

           EXAMINAR_INCIDENCIA_SIMULACION.
               IF INC_PERIODO = WS-PERIODO-NUM
                   MOVE INC_EMPLEADOS_ID TO EMPLEADOS_ID
                   READ EMPLEADOS_ARCHIVO
                       KEY IS EMPLEADOS_ID
                       INVALID KEY
                           MOVE SPACE TO WS-EXL-APELLIDOS
                           MOVE "Incidencia: no en maestro"
                               TO WS-EXL-MOTIVO
                           PERFORM ANOTAR_INCIDENCIA_INACTIVO
                       NOT INVALID KEY
                           IF EMPLEADOS_ESTADO = "B"
                               OR EMPLEADOS_ESTADO = "L"
                               MOVE EMPLEADOS_APELLIDOS
                                   TO WS-EXL-APELLIDOS
                               MOVE "Incidencia: estado"
                                   TO WS-EXL-MOTIVO
                               MOVE EMPLEADOS_ESTADO
                                   TO WS-EXL-MOTIVO(20:1)
                               PERFORM ANOTAR_INCIDENCIA_INACTIVO
                           END-IF
                   END-READ
               END-IF.
               PERFORM LEER_INCIDENCIA_SIMULACION.

           ANOTAR_INCIDENCIA_INACTIVO.
               ADD 1 TO WS-SIM-TOTAL-INCIDENCIAS.
               MOVE INC_EMPLEADOS_ID TO WS-EXL-ID.
               MOVE ZERO TO WS-EXL-ANTERIOR.
               MOVE ZERO TO WS-EXL-SIMULADO.
               MOVE ZERO TO WS-EXL-PCT.
               PERFORM ANOTAR_EXCEPCION.

           IMPRIMIR_EXCEPCIONES.
               MOVE WS-PERIODO-ALFA TO WS-EXT-PERIODO.
               MOVE WS-SIM-PERIODO-ANTERIOR TO WS-EXT-PERIODO-ANTERIOR.
               MOVE WS-UMBRAL TO WS-UMBRAL-EDIT.
               DISPLAY SPACE.
               DISPLAY WS-EXCEPCIONES-TITULO.
               DISPLAY "Umbral de variacion: " WS-UMBRAL-EDIT "%".
               IF WS-SIM-TOTAL-EXCEPCIONES = ZERO
                   DISPLAY "Sin excepciones."
               ELSE
                   DISPLAY WS-EXCEPCIONES-CABECERA
                   PERFORM IMPRIMIR_EXCEPCION
                   VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-USADOS
                   IF WS-SIM-TOTAL-EXCEPCIONES > WS-EXC-USADOS
                       DISPLAY "AVISO: lista llena, solo se muestran "
                           "las primeras " WS-EXC-MAXIMO
                           " excepciones."
                   END-IF
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
               DISPLAY SPACE.
               DISPLAY "Altas sin nomina anterior ...... "
                   WS-SIM-TOTAL-ALTAS.
               DISPLAY "Variaciones sobre el umbral .... "
                   WS-SIM-TOTAL-VARIACIONES.
               DISPLAY "Pagados antes y sin nomina ..... "
                   WS-SIM-TOTAL-SIN-NOMINA.
               DISPLAY "Incidencias de no activos ...... "
                   WS-SIM-TOTAL-INCIDENCIAS.
               DISPLAY "Simulacion terminada, no se ha guardado nada.".

           IMPRIMIR_EXCEPCION.
               DISPLAY WS-EXC-LINEA(WS-EXC-IDX).

           SOLICITAR_MODO.
               MOVE "N" TO WS-MODO-VALIDO.
               PERFORM UNTIL MODO-VALIDO
                   DISPLAY MODO
                   MOVE SPACE TO WS-MODO
                   ACCEPT WS-MODO
                   MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
                   IF WS-MODO = SPACE
                       MOVE "N" TO WS-MODO
                   END-IF
                   IF MODO-NORMAL OR MODO-COMPLEMENTARIA
                       OR MODO-SIMULACION
                       MOVE "S" TO WS-MODO-VALIDO
                   ELSE
                       DISPLAY "Modo no valido."
                   END-IF
               END-PERFORM.

           SOLICITAR_UMBRAL.
               MOVE WS-PCT-VARIACION-AVISO TO WS-UMBRAL-EDIT.
               MOVE "N" TO WS-UMBRAL-VALIDO.
               PERFORM UNTIL UMBRAL-VALIDO
                   DISPLAY UMBRAL WS-UMBRAL-EDIT "): "
                   MOVE SPACE TO WS-UMBRAL-ALFA
                   ACCEPT WS-UMBRAL-ALFA
                   IF WS-UMBRAL-ALFA = SPACE
                       MOVE WS-PCT-VARIACION-AVISO TO WS-UMBRAL
                       MOVE "S" TO WS-UMBRAL-VALIDO
                   ELSE
                       MOVE FUNCTION TEST-NUMVAL(WS-UMBRAL-ALFA)
                           TO WS-UMBRAL-POS
                       IF WS-UMBRAL-POS = 0
                           MOVE FUNCTION NUMVAL(WS-UMBRAL-ALFA)
                               TO WS-UMBRAL-ENTRADA
                       ELSE
                           MOVE -1 TO WS-UMBRAL-ENTRADA
                       END-IF
                       IF WS-UMBRAL-ENTRADA >= 0
                           AND WS-UMBRAL-ENTRADA < 1000
                           MOVE WS-UMBRAL-ENTRADA TO WS-UMBRAL
                           MOVE "S" TO WS-UMBRAL-VALIDO
                       ELSE
                           DISPLAY "El umbral debe ser un porcentaje "
                               "entre 0 y 999.99, ej. 10.00."
                       END-IF
                   END-IF
               END-PERFORM.

           SOLICITAR_CORRECCIONES.
               MOVE "N" TO WS-FIN-SELECCION.
               PERFORM UNTIL FIN-SELECCION
                   DISPLAY ID-CORRECCION
                   MOVE SPACE TO WS-ID-ENTRADA
                   ACCEPT WS-ID-ENTRADA
                   IF WS-ID-ENTRADA = SPACE
                       MOVE "S" TO WS-FIN-SELECCION
                   ELSE
                       PERFORM ANOTAR_CORRECCION
                   END-IF
               END-PERFORM.

           ANOTAR_CORRECCION.
               PERFORM BUSCAR_CORRECCION.
               IF COR-ENCONTRADO
                   DISPLAY "Ese empleado ya esta en la lista."
               ELSE
                   IF WS-COR-USADOS < WS-COR-MAXIMO
                       ADD 1 TO WS-COR-USADOS
                       MOVE WS-ID-ENTRADA
                           TO WS-COR-EMPLEADOS-ID(WS-COR-USADOS)
                       MOVE "N" TO WS-COR-HALLADA(WS-COR-USADOS)
                       MOVE SPACE TO WS-COR-FILA(WS-COR-USADOS)
                   ELSE
                       DISPLAY "Lista llena, maximo " WS-COR-MAXIMO
                           " empleados por complementaria."
                       MOVE "S" TO WS-FIN-SELECCION
                   END-IF
               END-IF.

           BUSCAR_CORRECCION.
               MOVE "N" TO WS-COR-ENCONTRADO.
               PERFORM COMPARAR_CORRECCION
               VARYING WS-COR-IDX FROM 1 BY 1
               UNTIL COR-ENCONTRADO
                   OR WS-COR-IDX > WS-COR-USADOS.

           COMPARAR_CORRECCION.
               IF WS-COR-IDX <= WS-COR-USADOS
                   IF WS-COR-EMPLEADOS-ID(WS-COR-IDX) = WS-ID-ENTRADA
                       MOVE WS-COR-IDX TO WS-COR-POS
                       MOVE "S" TO WS-COR-ENCONTRADO
                   END-IF
               END-IF.

           SOLICITAR_PERIODO.
               MOVE "N" TO WS-PERIODO-VALIDO.
                   END-IF
               END-PERFORM.

           CALCULAR_LIMITES_PERIODO.
               COMPUTE WS-PER-INI-ENTERO = FUNCTION INTEGER-OF-DATE
                   (WS-PER-ANIO * 10000 + WS-PER-MES * 100 + 1).
               IF WS-PER-MES = 12
                   COMPUTE WS-PER-SIGUIENTE =
                       (WS-PER-ANIO + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-PER-SIGUIENTE =
                       WS-PER-ANIO * 10000 + (WS-PER-MES + 1) * 100 + 1
               END-IF.
               COMPUTE WS-PER-FIN-ENTERO = FUNCTION INTEGER-OF-DATE
                   (WS-PER-SIGUIENTE) - 1.
               COMPUTE WS-PERIODO-NUM = WS-PER-ANIO * 100 + WS-PER-MES.

           COMPROBAR_CAMBIOS_PENDIENTES.
               MOVE "N" TO WS-FIN-CAMBIOS.
               MOVE ZERO TO WS-TOTAL-CAMBIOS-PENDIENTES.
               OPEN INPUT CAMBIOS_ARCHIVO.
               IF NOT CAMBIOS-OK
                   MOVE "S" TO WS-FIN-CAMBIOS
               END-IF.
               PERFORM LEER_SIGUIENTE_CAMBIO.
               PERFORM EXAMINAR_CAMBIO_PENDIENTE
               UNTIL FIN-CAMBIOS.
               CLOSE CAMBIOS_ARCHIVO.
               IF WS-TOTAL-CAMBIOS-PENDIENTES > ZERO
                   DISPLAY "AVISO: " WS-TOTAL-CAMBIOS-PENDIENTES
                       " cambio(s) programado(s) sin aplicar hasta el "
                       "periodo " WS-PERIODO-ALFA ", ejecutar "
                       "Aplicar_Cambios antes de cerrar la nomina."
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           LEER_SIGUIENTE_CAMBIO.
               IF NOT FIN-CAMBIOS
                   READ CAMBIOS_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-CAMBIOS
                   END-READ
                   IF NOT CAMBIOS-OK
                       MOVE "S" TO WS-FIN-CAMBIOS
                   END-IF
               END-IF.

           EXAMINAR_CAMBIO_PENDIENTE.
               IF CAM_ESTADO = "P"
                   DIVIDE CAM_FECHA_EFECTO BY 100
                       GIVING WS-CAM-PERIODO
                   IF WS-CAM-PERIODO <= WS-PER-ANIO * 100 + WS-PER-MES
                       ADD 1 TO WS-TOTAL-CAMBIOS-PENDIENTES
                       DISPLAY "AVISO: cambio programado sin aplicar: "
                           CAM_EMPLEADOS_ID " tipo " CAM_TIPO
                           " con efecto " CAM_FECHA_EFECTO
                   END-IF
               END-IF.
               PERFORM LEER_SIGUIENTE_CAMBIO.

           COMPROBAR_PERIODO_PREVIO.
               MOVE "N" TO WS-TABLA-PREVIA-LLENA.
               MOVE "N" TO WS-FIN-NOMINA-PREVIA.

           ANOTAR_PERIODO_PREVIO.
               IF NOM_PERIODO = WS-PER-ANIO * 100 + WS-PER-MES
                   AND NOM_TIPO NOT = "A" AND NOM_TIPO NOT = "C"
                   IF WS-PRV-USADOS < WS-PRV-MAXIMO
                       ADD 1 TO WS-PRV-USADOS
                       MOVE NOM_EMPLEADOS_ID
                       MOVE "S" TO WS-FIN-NOMINA-PREVIA
                   END-IF
               END-IF.
               IF NOM_PERIODO = WS-PER-ANIO * 100 + WS-PER-MES
                   AND NOM_TIPO NOT = "A"
                   AND MODO-COMPLEMENTARIA
                   PERFORM GUARDAR_FILA_VIGENTE
               END-IF.
               PERFORM LEER_NOMINA_PREVIA.

           GUARDAR_FILA_VIGENTE.
               MOVE NOM_EMPLEADOS_ID TO WS-ID-ENTRADA.
               PERFORM BUSCAR_CORRECCION.
               IF COR-ENCONTRADO
                   MOVE NOMINA_REGISTRO TO WS-COR-FILA(WS-COR-POS)
                   MOVE "S" TO WS-COR-HALLADA(WS-COR-POS)
               END-IF.

           BUSCAR_PAGO_PREVIO.
               MOVE "N" TO WS-PAGO-PREVIO.
               PERFORM COMPARAR_PAGO_PREVIO
                   DISPLAY "No se puede abrir el archivo de empleados"
                       " (estado " WS-EMPLEADOS-ESTADO ")."
                   MOVE "S" TO WS-FIN-EMPLEADOS
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.
               OPEN INPUT INCIDENCIAS_ARCHIVO.
               IF INCIDENCIAS-OK
               ELSE
                   DISPLAY "Sin archivo de ausencias (estado "
                       WS-AUSENCIAS-ESTADO "), no se descuentan "
                       "permisos ni bajas."
               END-IF.
               OPEN INPUT CALENDARIO_ARCHIVO.
               IF CALENDARIO-OK
                   MOVE "S" TO WS-HAY-CALENDARIO
               ELSE
                   DISPLAY "Sin calendario de festivos (estado "
                       WS-CALENDARIO-ESTADO "), solo se saltan los "
                       "fines de semana al repartir las ausencias."
               END-IF.
               IF NOT MODO-SIMULACION
                   PERFORM ABRIR_DEDUCCIONES
               END-IF.
               IF MODO-SIMULACION
                   PERFORM ABRIR_DEDUCCIONES_CONSULTA
               ELSE
                   OPEN EXTEND ARCHIVO_NOMINA
               END-IF.

           ABRIR_DEDUCCIONES.
               OPEN I-O DEDUCCIONES_ARCHIVO.
               IF DEDUCCIONES-OK
                   MOVE "S" TO WS-HAY-DEDUCCIONES
                   OPEN EXTEND DEDUCCIONES_MOVIMIENTOS
                   IF NOT MOVIMIENTOS-OK
                       DISPLAY "AVISO: no se puede abrir el registro "
                           "de retenciones (estado "
                           WS-MOVIMIENTOS-ESTADO "), no se aplican "
                           "deducciones fijas."
                       CLOSE DEDUCCIONES_ARCHIVO
                       IF WS-CODIGO-RETORNO < 4
                           MOVE 4 TO WS-CODIGO-RETORNO
                       END-IF
                       MOVE "N" TO WS-HAY-DEDUCCIONES
                   END-IF
               ELSE
                   DISPLAY "Sin archivo de deducciones fijas (estado "
                       WS-DEDUCCIONES-ESTADO "), no se retienen "
                       "anticipos, prestamos ni embargos."
               END-IF.

      * La simulacion calcula las retenciones pero no las descuenta
      * del pendiente ni las anota, asi que basta con leer.
           ABRIR_DEDUCCIONES_CONSULTA.
               OPEN INPUT DEDUCCIONES_ARCHIVO.
               IF DEDUCCIONES-OK
                   MOVE "S" TO WS-HAY-DEDUCCIONES
               ELSE
                   DISPLAY "Sin archivo de deducciones fijas (estado "
                       WS-DEDUCCIONES-ESTADO "), no se simulan "
                       "anticipos, prestamos ni embargos."
               END-IF.

           CERRAR_ARCHIVOS.
               CLOSE EMPLEADOS_ARCHIVO.
               IF HAY-AUSENCIAS
                   CLOSE AUSENCIAS_ARCHIVO
               END-IF.
               IF HAY-CALENDARIO
                   CLOSE CALENDARIO_ARCHIVO
               END-IF.
               IF HAY-DEDUCCIONES
                   CLOSE DEDUCCIONES_ARCHIVO
                   IF NOT MODO-SIMULACION
                       CLOSE DEDUCCIONES_MOVIMIENTOS
                   END-IF
               END-IF.
               IF NOT MODO-SIMULACION
                   CLOSE ARCHIVO_NOMINA
               END-IF.

           LEER_SIGUIENTE.
               IF NOT FIN-EMPLEADOS

           PAGAR_EMPLEADO.
               PERFORM CALCULAR_NOMINA.
               PERFORM APLICAR_DEDUCCIONES.
               PERFORM IMPRIMIR_RECIBO.
               PERFORM IMPRIMIR_LINEA_REGISTRO.
               PERFORM ESCRIBIR_NOMINA.
               PERFORM ACUMULAR_TOTALES.
               PERFORM LEER_SIGUIENTE.

           CORREGIR_EMPLEADO.
               MOVE WS-COR-EMPLEADOS-ID(WS-COR-IDX) TO EMPLEADOS_ID.
               IF WS-COR-HALLADA(WS-COR-IDX) = "S"
                   READ EMPLEADOS_ARCHIVO
                       KEY IS EMPLEADOS_ID
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF.
               EVALUATE TRUE
                   WHEN WS-COR-HALLADA(WS-COR-IDX) NOT = "S"
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       DISPLAY "Empleado " EMPLEADOS_ID " sin nomina "
                           "guardada del periodo, no se corrige."
                   WHEN NOT EMPLEADOS-OK
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       DISPLAY "Empleado " EMPLEADOS_ID " no esta en "
                           "el maestro, no se corrige."
                   WHEN (EMPLEADOS_ESTADO = "B"
                       OR EMPLEADOS_ESTADO = "L")
                       AND EMPLEADOS_FECHA_BAJA(1:6) = WS-PERIODO-ALFA
                       ADD 1 TO WS-TOTAL-RECHAZADOS
                       DISPLAY "Empleado " EMPLEADOS_ID " liquidado "
                           "en el periodo, la liquidacion final no "
                           "se corrige con la complementaria."
                   WHEN OTHER
                       PERFORM RECALCULAR_EMPLEADO
               END-EVALUATE.

           RECALCULAR_EMPLEADO.
               MOVE WS-COR-FILA(WS-COR-IDX) TO ANT_REGISTRO.
               IF ANT_DIAS_ENF_SIN_SUELDO NOT NUMERIC
                   MOVE ZERO TO ANT_DIAS_ENF_SIN_SUELDO
                   MOVE ZERO TO ANT_DESCUENTO_ENF_SIN_SUELDO
                   MOVE ZERO TO ANT_DIAS_ENF_REDUCIDA
                   MOVE ZERO TO ANT_PCT_ENF_REDUCIDA
                   MOVE ZERO TO ANT_DESCUENTO_ENF_REDUCIDA
                   MOVE ZERO TO ANT_DIAS_ENF_COMPLETA
               END-IF.
               IF ANT_RETENCION_ANTICIPOS NOT NUMERIC
                   MOVE ZERO TO ANT_RETENCION_ANTICIPOS
                   MOVE ZERO TO ANT_RETENCION_PRESTAMOS
                   MOVE ZERO TO ANT_RETENCION_EMBARGOS
               END-IF.
               PERFORM TOMAR_DATOS_PERIODO.
               PERFORM CALCULAR_NOMINA.
               PERFORM CONSERVAR_RETENCIONES.
               IF WS-SALARIO-BASE = ANT_SALARIO_BASE
                   AND WS-IMP-HORAS-EXTRA = ANT_HORAS_EXTRA
                   AND WS-IMP-BONUS = ANT_BONUS
                   AND WS-IMP-DEDUCCION = ANT_DEDUCCION
                   AND WS-IMP-DESCUENTO = ANT_DESCUENTO_PERMISO
                   AND WS-IMP-ENF-SIN-SUELDO
                       = ANT_DESCUENTO_ENF_SIN_SUELDO
                   AND WS-IMP-ENF-REDUCIDA = ANT_DESCUENTO_ENF_REDUCIDA
                   AND WS-BRUTO = ANT_BRUTO
                   AND WS-IRPF = ANT_IRPF
                   AND WS-SEG-SOCIAL = ANT_SEGURIDAD_SOCIAL
                   AND WS-RET-ANTICIPOS = ANT_RETENCION_ANTICIPOS
                   AND WS-RET-PRESTAMOS = ANT_RETENCION_PRESTAMOS
                   AND WS-RET-EMBARGOS = ANT_RETENCION_EMBARGOS
                   AND WS-NETO = ANT_NETO
                   ADD 1 TO WS-TOTAL-SIN-DIFERENCIA
                   DISPLAY "Empleado " EMPLEADOS_ID " sin "
                       "diferencias con la nomina guardada, no se "
                       "escribe correccion."
               ELSE
                   PERFORM IMPRIMIR_COMPARACION
                   PERFORM ESCRIBIR_ANULACION
                   PERFORM ESCRIBIR_NOMINA
                   PERFORM DEVOLVER_RETENCIONES
                   PERFORM IMPRIMIR_LINEA_REGISTRO
                   PERFORM ACUMULAR_TOTALES
                   ADD 1 TO WS-TOTAL-CORREGIDOS
                   COMPUTE WS-TOTAL-DIF-NETO =
                       WS-TOTAL-DIF-NETO + WS-NETO - ANT_NETO
                   MOVE "CORRIGE" TO WS-AUD-OPERACION
                   PERFORM REGISTRAR_AUDITORIA
               END-IF.

      * El mes cerrado se recalcula con el salario y el departamento
      * de su fila guardada; el salario de hoy en el maestro solo
      * entra si el operador confirma que corrige el del periodo.
           TOMAR_DATOS_PERIODO.
               MOVE "N" TO WS-SALARIO-CONFIRMADO.
               MOVE ANT_SALARIO_BASE TO WS-SALARIO-BASE.
               IF ANT_DEPARTAMENTO = SPACE
                   MOVE EMPLEADOS_DEPARTAMENTO TO WS-DEPARTAMENTO-FILA
               ELSE
                   MOVE ANT_DEPARTAMENTO TO WS-DEPARTAMENTO-FILA
               END-IF.
               IF EMPLEADOS_SALARIO NOT = ANT_SALARIO_BASE
                   PERFORM CONFIRMAR_SALARIO_MAESTRO
               END-IF.

           CONFIRMAR_SALARIO_MAESTRO.
               MOVE EMPLEADOS_SALARIO TO WS-SALARIO-EDIT.
               DISPLAY "Empleado " EMPLEADOS_ID ": el salario del "
                   "maestro es hoy " WS-SALARIO-EDIT.
               MOVE ANT_SALARIO_BASE TO WS-SALARIO-EDIT.
               DISPLAY "y la nomina guardada del periodo se pago con "
                   WS-SALARIO-EDIT ".".
               DISPLAY CONFIRMAR-SALARIO.
               ACCEPT WS-CONFIRMAR.
               MOVE FUNCTION UPPER-CASE(WS-CONFIRMAR)
                   TO WS-CONFIRMAR.
               IF WS-CONFIRMAR = "S"
                   MOVE EMPLEADOS_SALARIO TO WS-SALARIO-BASE
                   MOVE "S" TO WS-SALARIO-CONFIRMADO
               END-IF.

           ESCRIBIR_ANULACION.
               MOVE ANT_REGISTRO TO NOMINA_REGISTRO.
               MOVE "A" TO NOM_TIPO.
               MOVE WS-FECHA-PROCESO TO NOM_FECHA_PROCESO.
               WRITE NOMINA_REGISTRO.
               IF NOT NOMINA-OK
                   DISPLAY "AVISO: fallo al guardar la anulacion "
                       "(estado " WS-NOMINA-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           IMPRIMIR_COMPARACION.
               MOVE WS-PERIODO-ALFA TO WS-CMT-PERIODO.
               DISPLAY SPACE.
               DISPLAY WS-RECIBO-SEPARADOR.
               DISPLAY WS-COMPARACION-TITULO.
               DISPLAY "Empleado: " EMPLEADOS_ID SPACE
                   EMPLEADOS_NOMBRE SPACE EMPLEADOS_APELLIDOS.
               DISPLAY WS-COMPARACION-CABECERA.
               MOVE "Salario base" TO WS-CMP-CONCEPTO.
               MOVE ANT_SALARIO_BASE TO WS-CMP-ANTERIOR.
               MOVE WS-SALARIO-BASE TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               IF EMPLEADOS_SALARIO NOT = ANT_SALARIO_BASE
                   MOVE EMPLEADOS_SALARIO TO WS-SALARIO-EDIT
                   IF SALARIO-CONFIRMADO
                       DISPLAY "  (salario del maestro " WS-SALARIO-EDIT
                           ", confirmado como correccion)"
                   ELSE
                       DISPLAY "  (salario del maestro " WS-SALARIO-EDIT
                           ", no aplicado al periodo)"
                   END-IF
               END-IF.
               MOVE "Horas extra" TO WS-CMP-CONCEPTO.
               MOVE ANT_HORAS_EXTRA TO WS-CMP-ANTERIOR.
               MOVE WS-IMP-HORAS-EXTRA TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Bonus" TO WS-CMP-CONCEPTO.
               MOVE ANT_BONUS TO WS-CMP-ANTERIOR.
               MOVE WS-IMP-BONUS TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Deduccion" TO WS-CMP-CONCEPTO.
               MOVE ANT_DEDUCCION TO WS-CMP-ANTERIOR.
               MOVE WS-IMP-DEDUCCION TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Permiso sin sueldo" TO WS-CMP-CONCEPTO.
               MOVE ANT_DESCUENTO_PERMISO TO WS-CMP-ANTERIOR.
               MOVE WS-IMP-DESCUENTO TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Enfermedad sin sueldo" TO WS-CMP-CONCEPTO.
               MOVE ANT_DESCUENTO_ENF_SIN_SUELDO TO WS-CMP-ANTERIOR.
               MOVE WS-IMP-ENF-SIN-SUELDO TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Enfermedad reducida" TO WS-CMP-CONCEPTO.
               MOVE ANT_DESCUENTO_ENF_REDUCIDA TO WS-CMP-ANTERIOR.
               MOVE WS-IMP-ENF-REDUCIDA TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Salario bruto" TO WS-CMP-CONCEPTO.
               MOVE ANT_BRUTO TO WS-CMP-ANTERIOR.
               MOVE WS-BRUTO TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Retencion IRPF" TO WS-CMP-CONCEPTO.
               MOVE ANT_IRPF TO WS-CMP-ANTERIOR.
               MOVE WS-IRPF TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Seguridad Social" TO WS-CMP-CONCEPTO.
               MOVE ANT_SEGURIDAD_SOCIAL TO WS-CMP-ANTERIOR.
               MOVE WS-SEG-SOCIAL TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Anticipos" TO WS-CMP-CONCEPTO.
               MOVE ANT_RETENCION_ANTICIPOS TO WS-CMP-ANTERIOR.
               MOVE WS-RET-ANTICIPOS TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Prestamos" TO WS-CMP-CONCEPTO.
               MOVE ANT_RETENCION_PRESTAMOS TO WS-CMP-ANTERIOR.
               MOVE WS-RET-PRESTAMOS TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Embargos" TO WS-CMP-CONCEPTO.
               MOVE ANT_RETENCION_EMBARGOS TO WS-CMP-ANTERIOR.
               MOVE WS-RET-EMBARGOS TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               MOVE "Salario neto" TO WS-CMP-CONCEPTO.
               MOVE ANT_NETO TO WS-CMP-ANTERIOR.
               MOVE WS-NETO TO WS-CMP-CORREGIDO.
               PERFORM IMPRIMIR_LINEA_COMPARACION.
               COMPUTE WS-CMP-PCT-ANTERIOR = ANT_PCT_IRPF * 100.
               COMPUTE WS-CMP-PCT-CORREGIDO =
                   WS-PCT-IRPF-APLICADO * 100.
               DISPLAY "Tipo IRPF aplicado ... " WS-CMP-PCT-ANTERIOR
                   "% -> " WS-CMP-PCT-CORREGIDO "%".
               DISPLAY WS-RECIBO-SEPARADOR.

           IMPRIMIR_LINEA_COMPARACION.
               COMPUTE WS-CMP-DIFERENCIA =
                   WS-CMP-CORREGIDO - WS-CMP-ANTERIOR.
               MOVE WS-CMP-ANTERIOR TO WS-CMP-ANTERIOR-EDIT.
               MOVE WS-CMP-CORREGIDO TO WS-CMP-CORREGIDO-EDIT.
               MOVE WS-CMP-DIFERENCIA TO WS-CMP-DIFERENCIA-EDIT.
               DISPLAY WS-COMPARACION-LINEA.

           ABRIR_AUDITORIA.
               OPEN I-O AUDITORIA_ARCHIVO.
               IF AUDITORIA-NO-EXISTE
                   OPEN OUTPUT AUDITORIA_ARCHIVO
                   CLOSE AUDITORIA_ARCHIVO
                   OPEN I-O AUDITORIA_ARCHIVO
               END-IF.
               PERFORM OBTENER_OPERADOR.

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
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

           REGISTRAR_AUDITORIA.
               ACCEPT AUD_FECHA FROM DATE YYYYMMDD.
               ACCEPT AUD_HORA FROM TIME.
               MOVE WS-AUD-OPERACION TO AUD_OPERACION.
               MOVE EMPLEADOS_ID TO AUD_EMPLEADOS_ID.
               MOVE WS-OPERADOR TO AUD_OPERADOR.
               WRITE AUDITORIA_REGISTRO.
               PERFORM UNTIL NOT AUDITORIA-DUPLICADA
                   ADD 1 TO AUD_HORA
                   WRITE AUDITORIA_REGISTRO
               END-PERFORM.
               IF NOT AUDITORIA-OK
                   DISPLAY "AVISO: fallo al registrar la auditoria "
                       "(estado " WS-AUDITORIA-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
               END-IF.

      * En la complementaria el salario y el departamento ya vienen
      * de la fila guardada (TOMAR_DATOS_PERIODO).
           CALCULAR_NOMINA.
               IF NOT MODO-COMPLEMENTARIA
                   MOVE EMPLEADOS_SALARIO TO WS-SALARIO-BASE
                   MOVE EMPLEADOS_DEPARTAMENTO TO WS-DEPARTAMENTO-FILA
               END-IF.
               PERFORM LEER_INCIDENCIAS.
               PERFORM CALCULAR_HORAS_EXTRA.
               PERFORM CALCULAR_DESCUENTO_AUSENCIAS.
               COMPUTE WS-TOTAL-DEVENGOS =
                   WS-SALARIO-BASE + WS-IMP-HORAS-EXTRA
                   + WS-IMP-BONUS.
               COMPUTE WS-TOTAL-DESCUENTOS =
                   WS-IMP-DEDUCCION + WS-IMP-DESCUENTO
                   + WS-IMP-ENF-SIN-SUELDO + WS-IMP-ENF-REDUCIDA.
               IF WS-TOTAL-DESCUENTOS > WS-TOTAL-DEVENGOS
                   DISPLAY "AVISO: descuentos mayores que los "
                       "devengos para el empleado " EMPLEADOS_ID
               COMPUTE WS-NETO =
                   WS-BRUTO - WS-IRPF - WS-SEG-SOCIAL.

           APLICAR_DEDUCCIONES.
               MOVE ZERO TO WS-RET-ANTICIPOS.
               MOVE ZERO TO WS-RET-PRESTAMOS.
               MOVE ZERO TO WS-RET-EMBARGOS.
               MOVE WS-NETO TO WS-NETO-ANTES-RETENCIONES.
               IF HAY-DEDUCCIONES
                   PERFORM CALCULAR_EMBARGABLE
                   MOVE "E" TO WS-DED-PASADA
                   PERFORM RECORRER_DEDUCCIONES
                   MOVE "O" TO WS-DED-PASADA
                   PERFORM RECORRER_DEDUCCIONES
               END-IF.

           CALCULAR_EMBARGABLE.
               MOVE ZERO TO WS-EMBARGABLE.
               IF WS-NETO > WS-SMI-MENSUAL
                   COMPUTE WS-EMB-RESTO = WS-NETO - WS-SMI-MENSUAL
                   PERFORM SUMAR_TRAMO_EMBARGABLE
                   VARYING WS-EMB-IDX FROM 1 BY 1
                   UNTIL WS-EMB-IDX > 5 OR WS-EMB-RESTO = ZERO
               END-IF.

           SUMAR_TRAMO_EMBARGABLE.
               IF WS-EMB-RESTO > WS-SMI-MENSUAL AND WS-EMB-IDX < 5
                   COMPUTE WS-EMBARGABLE ROUNDED = WS-EMBARGABLE
                       + WS-SMI-MENSUAL * WS-EMB-PCT-TRAMO(WS-EMB-IDX)
                   SUBTRACT WS-SMI-MENSUAL FROM WS-EMB-RESTO
               ELSE
                   COMPUTE WS-EMBARGABLE ROUNDED = WS-EMBARGABLE
                       + WS-EMB-RESTO * WS-EMB-PCT-TRAMO(WS-EMB-IDX)
                   MOVE ZERO TO WS-EMB-RESTO
               END-IF.

           RECORRER_DEDUCCIONES.
               MOVE "N" TO WS-FIN-DED-EMPLEADO.
               MOVE EMPLEADOS_ID TO DED_EMPLEADOS_ID.
               MOVE ZERO TO DED_FECHA_INICIO.
               MOVE SPACE TO DED_TIPO.
               START DEDUCCIONES_ARCHIVO
                   KEY IS NOT LESS THAN DED_CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-DED-EMPLEADO
               END-START.
               PERFORM LEER_DEDUCCION_EMPLEADO.
               PERFORM EXAMINAR_DEDUCCION
               UNTIL FIN-DED-EMPLEADO.

           LEER_DEDUCCION_EMPLEADO.
               IF NOT FIN-DED-EMPLEADO
                   READ DEDUCCIONES_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-DED-EMPLEADO
                   END-READ
                   IF NOT DEDUCCIONES-OK
                       MOVE "S" TO WS-FIN-DED-EMPLEADO
                   END-IF
                   IF NOT FIN-DED-EMPLEADO
                       AND DED_EMPLEADOS_ID NOT = EMPLEADOS_ID
                       MOVE "S" TO WS-FIN-DED-EMPLEADO
                   END-IF
               END-IF.

           EXAMINAR_DEDUCCION.
               DIVIDE DED_FECHA_INICIO BY 100 GIVING WS-DED-PERIODO.
               IF DED_ESTADO = "A"
                   AND WS-DED-PERIODO <= WS-PERIODO-NUM
                   AND DED_ULTIMO_PERIODO < WS-PERIODO-NUM
                   AND ((WS-DED-PASADA = "E" AND DED_TIPO = "E")
                       OR (WS-DED-PASADA = "O" AND DED_TIPO NOT = "E"))
                   PERFORM CALCULAR_IMPORTE_DEDUCCION
                   IF WS-DED-IMPORTE > ZERO
                       PERFORM DESCONTAR_DEDUCCION
                   END-IF
               END-IF.
               PERFORM LEER_DEDUCCION_EMPLEADO.

           CALCULAR_IMPORTE_DEDUCCION.
               IF DED_MODO = "P"
                   COMPUTE WS-DED-IMPORTE ROUNDED =
                       WS-NETO-ANTES-RETENCIONES * DED_PCT_NETO
               ELSE
                   MOVE DED_IMPORTE_MES TO WS-DED-IMPORTE
               END-IF.
               IF WS-DED-IMPORTE > DED_PENDIENTE
                   MOVE DED_PENDIENTE TO WS-DED-IMPORTE
               END-IF.
               IF DED_TIPO = "E" AND WS-DED-IMPORTE > WS-EMBARGABLE
                   DISPLAY "AVISO: embargo " DED_REFERENCIA
                       " del empleado " EMPLEADOS_ID " limitado a la "
                       "parte embargable del neto."
                   MOVE WS-EMBARGABLE TO WS-DED-IMPORTE
               END-IF.
               IF WS-DED-IMPORTE > WS-NETO
                   DISPLAY "AVISO: neto insuficiente para la deduccion "
                       DED_TIPO " " DED_FECHA_INICIO " del empleado "
                       EMPLEADOS_ID ", se retiene solo el neto."
                   MOVE WS-NETO TO WS-DED-IMPORTE
               END-IF.

           DESCONTAR_DEDUCCION.
               SUBTRACT WS-DED-IMPORTE FROM WS-NETO.
               EVALUATE DED_TIPO
                   WHEN "A"
                       ADD WS-DED-IMPORTE TO WS-RET-ANTICIPOS
                   WHEN "P"
                       ADD WS-DED-IMPORTE TO WS-RET-PRESTAMOS
                   WHEN OTHER
                       ADD WS-DED-IMPORTE TO WS-RET-EMBARGOS
                       SUBTRACT WS-DED-IMPORTE FROM WS-EMBARGABLE
               END-EVALUATE.
               IF NOT MODO-SIMULACION
                   PERFORM ACTUALIZAR_DEDUCCION
               END-IF.

           ACTUALIZAR_DEDUCCION.
               SUBTRACT WS-DED-IMPORTE FROM DED_PENDIENTE.
               MOVE WS-PERIODO-NUM TO DED_ULTIMO_PERIODO.
               IF DED_PENDIENTE = ZERO
                   MOVE "C" TO DED_ESTADO
                   MOVE WS-FECHA-PROCESO TO DED_FECHA_CIERRE
                   DISPLAY "Deduccion " DED_TIPO " " DED_FECHA_INICIO
                       " del empleado " EMPLEADOS_ID " recuperada, "
                       "queda cerrada."
               END-IF.
               REWRITE DEDUCCIONES_REGISTRO.
               IF NOT DEDUCCIONES-OK
                   DISPLAY "AVISO: fallo al actualizar la deduccion "
                       "(estado " WS-DEDUCCIONES-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.
               PERFORM ESCRIBIR_MOVIMIENTO.

           ESCRIBIR_MOVIMIENTO.
               MOVE WS-PERIODO-NUM TO DMV_PERIODO.
               MOVE DED_EMPLEADOS_ID TO DMV_EMPLEADOS_ID.
               MOVE DED_FECHA_INICIO TO DMV_FECHA_INICIO.
               MOVE DED_TIPO TO DMV_TIPO.
               MOVE DED_ACREEDOR TO DMV_ACREEDOR.
               MOVE DED_REFERENCIA TO DMV_REFERENCIA.
               MOVE WS-DED-IMPORTE TO DMV_IMPORTE.
               MOVE DED_PENDIENTE TO DMV_PENDIENTE.
               MOVE "N" TO DMV_ORIGEN.
               MOVE WS-FECHA-PROCESO TO DMV_FECHA_PROCESO.
               WRITE MOVIMIENTOS_REGISTRO.
               IF NOT MOVIMIENTOS-OK
                   DISPLAY "AVISO: fallo al anotar la retencion "
                       "(estado " WS-MOVIMIENTOS-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           CONSERVAR_RETENCIONES.
               MOVE ZERO TO WS-DEV-ANTICIPOS.
               MOVE ZERO TO WS-DEV-PRESTAMOS.
               MOVE ZERO TO WS-DEV-EMBARGOS.
               MOVE ANT_RETENCION_ANTICIPOS TO WS-RET-ANTICIPOS.
               MOVE ANT_RETENCION_PRESTAMOS TO WS-RET-PRESTAMOS.
               MOVE ANT_RETENCION_EMBARGOS TO WS-RET-EMBARGOS.
               COMPUTE WS-DED-IMPORTE = WS-RET-ANTICIPOS
                   + WS-RET-PRESTAMOS + WS-RET-EMBARGOS.
               IF WS-DED-IMPORTE > WS-NETO
                   DISPLAY "AVISO: el neto corregido del empleado "
                       EMPLEADOS_ID " no cubre las deducciones fijas "
                       "ya retenidas, se recortan y lo recortado "
                       "vuelve a su pendiente."
                   COMPUTE WS-DED-EXCESO = WS-DED-IMPORTE - WS-NETO
                   PERFORM RECORTAR_RETENCIONES
                   MOVE WS-NETO TO WS-DED-IMPORTE
                   COMPUTE WS-DEV-ANTICIPOS =
                       ANT_RETENCION_ANTICIPOS - WS-RET-ANTICIPOS
                   COMPUTE WS-DEV-PRESTAMOS =
                       ANT_RETENCION_PRESTAMOS - WS-RET-PRESTAMOS
                   COMPUTE WS-DEV-EMBARGOS =
                       ANT_RETENCION_EMBARGOS - WS-RET-EMBARGOS
               END-IF.
               SUBTRACT WS-DED-IMPORTE FROM WS-NETO.

           RECORTAR_RETENCIONES.
               IF WS-DED-EXCESO > WS-RET-ANTICIPOS
                   SUBTRACT WS-RET-ANTICIPOS FROM WS-DED-EXCESO
                   MOVE ZERO TO WS-RET-ANTICIPOS
               ELSE
                   SUBTRACT WS-DED-EXCESO FROM WS-RET-ANTICIPOS
                   MOVE ZERO TO WS-DED-EXCESO
               END-IF.
               IF WS-DED-EXCESO > WS-RET-PRESTAMOS
                   SUBTRACT WS-RET-PRESTAMOS FROM WS-DED-EXCESO
                   MOVE ZERO TO WS-RET-PRESTAMOS
               ELSE
                   SUBTRACT WS-DED-EXCESO FROM WS-RET-PRESTAMOS
                   MOVE ZERO TO WS-DED-EXCESO
               END-IF.
               IF WS-DED-EXCESO > WS-RET-EMBARGOS
                   MOVE ZERO TO WS-RET-EMBARGOS
               ELSE
                   SUBTRACT WS-DED-EXCESO FROM WS-RET-EMBARGOS
               END-IF.

      * Lo retenido en el periodo a los empleados de la lista, por
      * deduccion, para saber a cual devolver lo que se recorte. Se
      * lee antes de abrir el registro de retenciones para anadir.
           CARGAR_RETENIDO_PERIODO.
               MOVE "N" TO WS-FIN-MOVIMIENTOS.
               OPEN INPUT DEDUCCIONES_MOVIMIENTOS.
               IF MOVIMIENTOS-OK
                   PERFORM LEER_MOVIMIENTO_RETENIDO
                   PERFORM ANOTAR_RETENIDO
                   UNTIL FIN-MOVIMIENTOS
                   CLOSE DEDUCCIONES_MOVIMIENTOS
               END-IF.
               IF RTP-DESBORDE
                   DISPLAY "AVISO: demasiadas retenciones del periodo "
                       "para la lista, las que no caben no se "
                       "devuelven si se recortan."
               END-IF.

           LEER_MOVIMIENTO_RETENIDO.
               READ DEDUCCIONES_MOVIMIENTOS
                   AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-READ.
               IF NOT MOVIMIENTOS-OK
                   MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-IF.

           ANOTAR_RETENIDO.
               IF DMV_PERIODO = WS-PERIODO-NUM
                   MOVE DMV_EMPLEADOS_ID TO WS-ID-ENTRADA
                   PERFORM BUSCAR_CORRECCION
                   IF COR-ENCONTRADO
                       PERFORM ACUMULAR_RETENIDO
                   END-IF
               END-IF.
               PERFORM LEER_MOVIMIENTO_RETENIDO.

           ACUMULAR_RETENIDO.
               MOVE "N" TO WS-RTP-ENCONTRADO.
               PERFORM COMPARAR_RETENIDO
               VARYING WS-RTP-IDX FROM 1 BY 1
               UNTIL RTP-ENCONTRADO
                   OR WS-RTP-IDX > WS-RTP-USADOS.
               IF RTP-ENCONTRADO
                   ADD DMV_IMPORTE TO WS-RTP-IMPORTE(WS-RTP-POS)
               ELSE
                   IF WS-RTP-USADOS < WS-RTP-MAXIMO
                       ADD 1 TO WS-RTP-USADOS
                       MOVE DMV_EMPLEADOS_ID
                           TO WS-RTP-EMPLEADOS-ID(WS-RTP-USADOS)
                       MOVE DMV_FECHA_INICIO
                           TO WS-RTP-FECHA-INICIO(WS-RTP-USADOS)
                       MOVE DMV_TIPO TO WS-RTP-TIPO(WS-RTP-USADOS)
                       MOVE DMV_IMPORTE
                           TO WS-RTP-IMPORTE(WS-RTP-USADOS)
                   ELSE
                       MOVE "S" TO WS-RTP-DESBORDE
                   END-IF
               END-IF.

           COMPARAR_RETENIDO.
               IF WS-RTP-IDX <= WS-RTP-USADOS
                   IF WS-RTP-EMPLEADOS-ID(WS-RTP-IDX) = DMV_EMPLEADOS_ID
                       AND WS-RTP-FECHA-INICIO(WS-RTP-IDX)
                           = DMV_FECHA_INICIO
                       AND WS-RTP-TIPO(WS-RTP-IDX) = DMV_TIPO
                       MOVE WS-RTP-IDX TO WS-RTP-POS
                       MOVE "S" TO WS-RTP-ENCONTRADO
                   END-IF
               END-IF.

      * Lo recortado a la fila corregida no se ha retenido: vuelve al
      * pendiente de la deduccion que lo retuvo en el periodo y queda
      * anotado en negativo para que el informe de retenciones cuadre
      * con la fila "C".
           DEVOLVER_RETENCIONES.
               IF WS-DEV-ANTICIPOS > ZERO
                   MOVE "A" TO WS-DEV-TIPO
                   MOVE WS-DEV-ANTICIPOS TO WS-DEV-IMPORTE
                   PERFORM DEVOLVER_TIPO
               END-IF.
               IF WS-DEV-PRESTAMOS > ZERO
                   MOVE "P" TO WS-DEV-TIPO
                   MOVE WS-DEV-PRESTAMOS TO WS-DEV-IMPORTE
                   PERFORM DEVOLVER_TIPO
               END-IF.
               IF WS-DEV-EMBARGOS > ZERO
                   MOVE "E" TO WS-DEV-TIPO
                   MOVE WS-DEV-EMBARGOS TO WS-DEV-IMPORTE
                   PERFORM DEVOLVER_TIPO
               END-IF.

           DEVOLVER_TIPO.
               IF HAY-DEDUCCIONES
                   PERFORM DEVOLVER_RETENIDO
                   VARYING WS-RTP-IDX FROM 1 BY 1
                   UNTIL WS-RTP-IDX > WS-RTP-USADOS
                       OR WS-DEV-IMPORTE = ZERO
               END-IF.
               IF WS-DEV-IMPORTE > ZERO
                   MOVE WS-DEV-IMPORTE TO WS-SALARIO-EDIT
                   DISPLAY "AVISO: no se puede devolver "
                       WS-SALARIO-EDIT " de deducciones " WS-DEV-TIPO
                       " al pendiente del empleado " EMPLEADOS_ID "."
                   IF WS-CODIGO-RETORNO < 4
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           DEVOLVER_RETENIDO.
               IF WS-RTP-EMPLEADOS-ID(WS-RTP-IDX) = EMPLEADOS_ID
                   AND WS-RTP-TIPO(WS-RTP-IDX) = WS-DEV-TIPO
                   AND WS-RTP-IMPORTE(WS-RTP-IDX) > ZERO
                   IF WS-DEV-IMPORTE > WS-RTP-IMPORTE(WS-RTP-IDX)
                       MOVE WS-RTP-IMPORTE(WS-RTP-IDX) TO WS-DEV-PARTE
                   ELSE
                       MOVE WS-DEV-IMPORTE TO WS-DEV-PARTE
                   END-IF
                   MOVE EMPLEADOS_ID TO DED_EMPLEADOS_ID
                   MOVE WS-RTP-FECHA-INICIO(WS-RTP-IDX)
                       TO DED_FECHA_INICIO
                   MOVE WS-DEV-TIPO TO DED_TIPO
                   READ DEDUCCIONES_ARCHIVO
                       KEY IS DED_CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REPONER_DEDUCCION
                   END-READ
               END-IF.

           REPONER_DEDUCCION.
               ADD WS-DEV-PARTE TO DED_PENDIENTE.
               IF DED_ESTADO = "C"
                   MOVE "A" TO DED_ESTADO
                   MOVE ZERO TO DED_FECHA_CIERRE
                   DISPLAY "Deduccion " DED_TIPO " " DED_FECHA_INICIO
                       " del empleado " EMPLEADOS_ID " vuelve a "
                       "quedar activa."
               END-IF.
               REWRITE DEDUCCIONES_REGISTRO.
               IF DEDUCCIONES-OK
                   SUBTRACT WS-DEV-PARTE
                       FROM WS-RTP-IMPORTE(WS-RTP-IDX)
                   SUBTRACT WS-DEV-PARTE FROM WS-DEV-IMPORTE
                   PERFORM ESCRIBIR_DEVOLUCION
               ELSE
                   DISPLAY "AVISO: fallo al actualizar la deduccion "
                       "(estado " WS-DEDUCCIONES-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           ESCRIBIR_DEVOLUCION.
               MOVE WS-PERIODO-NUM TO DMV_PERIODO.
               MOVE DED_EMPLEADOS_ID TO DMV_EMPLEADOS_ID.
               MOVE DED_FECHA_INICIO TO DMV_FECHA_INICIO.
               MOVE DED_TIPO TO DMV_TIPO.
               MOVE DED_ACREEDOR TO DMV_ACREEDOR.
               MOVE DED_REFERENCIA TO DMV_REFERENCIA.
               COMPUTE DMV_IMPORTE = ZERO - WS-DEV-PARTE.
               MOVE DED_PENDIENTE TO DMV_PENDIENTE.
               MOVE "C" TO DMV_ORIGEN.
               MOVE WS-FECHA-PROCESO TO DMV_FECHA_PROCESO.
               WRITE MOVIMIENTOS_REGISTRO.
               IF NOT MOVIMIENTOS-OK
                   DISPLAY "AVISO: fallo al anotar la devolucion "
                       "(estado " WS-MOVIMIENTOS-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           CARGAR_TIPOS.
               MOVE "N" TO WS-FIN-TIPOS.
               OPEN INPUT TIPOS_ARCHIVO.
               END-EVALUATE.
               PERFORM LEER_SIGUIENTE_TIPO.

           CARGAR_ENFERMEDAD.
               MOVE WS-ENF-DIAS-SIN-SUELDO TO WS-ENF-TOPE-SIN-SUELDO.
               MOVE WS-ENF-DIAS-REDUCIDA TO WS-ENF-TOPE-REDUCIDA.
               MOVE WS-ENF-PCT-REDUCIDA TO WS-ENF-PCT-APLICADO.
               MOVE "N" TO WS-FIN-ENFERMEDAD.
               OPEN INPUT ENFERMEDAD_ARCHIVO.
               IF NOT ENFERMEDAD-OK
                   MOVE "S" TO WS-FIN-ENFERMEDAD
               END-IF.
               PERFORM LEER_SIGUIENTE_ENFERMEDAD.
               PERFORM CLASIFICAR_ENFERMEDAD
               UNTIL FIN-ENFERMEDAD.
               CLOSE ENFERMEDAD_ARCHIVO.
               IF NOT HAY-ENFERMEDAD
                   DISPLAY "Sin tabla de bajas por enfermedad, se "
                       "aplican los tramos estandar de NOMCTE."
               END-IF.
               IF WS-ENF-TOPE-REDUCIDA < WS-ENF-TOPE-SIN-SUELDO
                   DISPLAY "AVISO: el tramo reducido de enfermedad "
                       "acaba antes que el tramo sin sueldo, se "
                       "ignora el tramo reducido."
                   MOVE WS-ENF-TOPE-SIN-SUELDO TO WS-ENF-TOPE-REDUCIDA
               END-IF.

           LEER_SIGUIENTE_ENFERMEDAD.
               IF NOT FIN-ENFERMEDAD
                   READ ENFERMEDAD_ARCHIVO
                       AT END MOVE "S" TO WS-FIN-ENFERMEDAD
                   END-READ
                   IF NOT ENFERMEDAD-OK
                       MOVE "S" TO WS-FIN-ENFERMEDAD
                   END-IF
               END-IF.

           CLASIFICAR_ENFERMEDAD.
               EVALUATE ENF_TRAMO
                   WHEN "S"
                       MOVE ENF_DIA_HASTA TO WS-ENF-TOPE-SIN-SUELDO
                       MOVE "S" TO WS-HAY-ENFERMEDAD
                   WHEN "R"
                       MOVE ENF_DIA_HASTA TO WS-ENF-TOPE-REDUCIDA
                       MOVE ENF_PCT_PAGADO TO WS-ENF-PCT-APLICADO
                       MOVE "S" TO WS-HAY-ENFERMEDAD
                   WHEN OTHER
                       DISPLAY "AVISO: fila de enfermedad desconocida ("
                           ENF_TRAMO "), ignorada."
               END-EVALUATE.
               PERFORM LEER_SIGUIENTE_ENFERMEDAD.

           DETERMINAR_PCT_IRPF.
               MOVE WS-PCT-IRPF TO WS-PCT-IRPF-APLICADO.
               IF HAY-TIPOS
                   WS-HORAS-EXTRA * WS-PCT-RECARGO-EXTRA
                   * WS-SALARIO-BASE / WS-HORAS-MES.

           CALCULAR_DESCUENTO_AUSENCIAS.
               MOVE ZERO TO WS-DIAS-PERMISO.
               MOVE ZERO TO WS-IMP-DESCUENTO.
               MOVE ZERO TO WS-DIAS-ENF-SIN-SUELDO.
               MOVE ZERO TO WS-IMP-ENF-SIN-SUELDO.
               MOVE ZERO TO WS-DIAS-ENF-REDUCIDA.
               MOVE ZERO TO WS-IMP-ENF-REDUCIDA.
               MOVE ZERO TO WS-DIAS-ENF-COMPLETA.
               IF HAY-AUSENCIAS
                   MOVE "N" TO WS-FIN-AUS-EMPLEADO
                   MOVE EMPLEADOS_ID TO AUS_EMPLEADOS_ID
                           MOVE "S" TO WS-FIN-AUS-EMPLEADO
                   END-START
                   PERFORM LEER_AUSENCIA_EMPLEADO
                   PERFORM REPARTIR_AUSENCIA
                   UNTIL FIN-AUS-EMPLEADO
                   COMPUTE WS-IMP-DESCUENTO ROUNDED =
                       WS-SALARIO-BASE * WS-DIAS-PERMISO
                   IF WS-IMP-DESCUENTO > WS-SALARIO-BASE
                       MOVE WS-SALARIO-BASE TO WS-IMP-DESCUENTO
                   END-IF
                   COMPUTE WS-IMP-ENF-SIN-SUELDO ROUNDED =
                       WS-SALARIO-BASE * WS-DIAS-ENF-SIN-SUELDO
                       / WS-DIAS-MES
                   COMPUTE WS-IMP-ENF-REDUCIDA ROUNDED =
                       WS-SALARIO-BASE * WS-DIAS-ENF-REDUCIDA
                       * (1 - WS-ENF-PCT-APLICADO) / WS-DIAS-MES
               END-IF.

           LEER_AUSENCIA_EMPLEADO.
                   END-IF
               END-IF.

           REPARTIR_AUSENCIA.
               IF AUS_TIPO = "P" OR AUS_TIPO = "E"
                   COMPUTE WS-AUS-INI-ENTERO = FUNCTION INTEGER-OF-DATE
                       (AUS_FECHA_INICIO)
                   IF WS-AUS-INI-ENTERO > ZERO
                       AND WS-AUS-INI-ENTERO <= WS-PER-FIN-ENTERO
                       MOVE WS-AUS-INI-ENTERO TO WS-FECHA-CURSOR
                       MOVE ZERO TO WS-DIAS-CONTADOS
                       COMPUTE WS-LAB-TOPE = WS-AUS-INI-ENTERO + 999
                       PERFORM AVANZAR_DIA_AUSENCIA
                       UNTIL WS-DIAS-CONTADOS >= AUS_DIAS
                           OR WS-FECHA-CURSOR > WS-PER-FIN-ENTERO
                           OR WS-FECHA-CURSOR > WS-LAB-TOPE
                   END-IF
               END-IF.
               PERFORM LEER_AUSENCIA_EMPLEADO.

           AVANZAR_DIA_AUSENCIA.
               MOVE WS-FECHA-CURSOR TO WS-DIA-ENTERO.
               PERFORM COMPROBAR_LABORABLE.
               IF ES-LABORABLE
                   ADD 1 TO WS-DIAS-CONTADOS
                   IF WS-FECHA-CURSOR >= WS-PER-INI-ENTERO
                       PERFORM IMPUTAR_DIA_AUSENCIA
                   END-IF
               END-IF.
               ADD 1 TO WS-FECHA-CURSOR.

           IMPUTAR_DIA_AUSENCIA.
               EVALUATE TRUE
                   WHEN AUS_TIPO = "P"
                       ADD 1 TO WS-DIAS-PERMISO
                   WHEN WS-DIAS-CONTADOS <= WS-ENF-TOPE-SIN-SUELDO
                       ADD 1 TO WS-DIAS-ENF-SIN-SUELDO
                   WHEN WS-DIAS-CONTADOS <= WS-ENF-TOPE-REDUCIDA
                       ADD 1 TO WS-DIAS-ENF-REDUCIDA
                   WHEN OTHER
                       ADD 1 TO WS-DIAS-ENF-COMPLETA
               END-EVALUATE.

           COMPROBAR_LABORABLE.
               MOVE "S" TO WS-ES-LABORABLE.
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-ENTERO 7).
               IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                   MOVE "N" TO WS-ES-LABORABLE
               ELSE
                   IF HAY-CALENDARIO
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
                           TO CAL_FECHA
                       READ CALENDARIO_ARCHIVO
                           KEY IS CAL_FECHA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "N" TO WS-ES-LABORABLE
                       END-READ
                   END-IF
               END-IF.

           IMPRIMIR_RECIBO.
               MOVE WS-PERIODO-ALFA TO WS-REC-PERIODO.
               DISPLAY SPACE.
                   DISPLAY "Permiso sin sueldo (" WS-RECIBO-DIAS
                       " dias)  " WS-RECIBO-IMPORTE
               END-IF.
               IF WS-DIAS-ENF-SIN-SUELDO > ZERO
                   MOVE WS-IMP-ENF-SIN-SUELDO TO WS-RECIBO-IMPORTE
                   MOVE WS-DIAS-ENF-SIN-SUELDO TO WS-RECIBO-DIAS
                   DISPLAY "Enfermedad sin sueldo (" WS-RECIBO-DIAS
                       " dias)  " WS-RECIBO-IMPORTE
               END-IF.
               IF WS-DIAS-ENF-REDUCIDA > ZERO
                   MOVE WS-IMP-ENF-REDUCIDA TO WS-RECIBO-IMPORTE
                   MOVE WS-DIAS-ENF-REDUCIDA TO WS-RECIBO-DIAS
                   COMPUTE WS-RECIBO-PCT = WS-ENF-PCT-APLICADO * 100
                   DISPLAY "Enfermedad al " WS-RECIBO-PCT "% ("
                       WS-RECIBO-DIAS " dias)  " WS-RECIBO-IMPORTE
               END-IF.
               IF WS-DIAS-ENF-COMPLETA > ZERO
                   MOVE ZERO TO WS-RECIBO-IMPORTE
                   MOVE WS-DIAS-ENF-COMPLETA TO WS-RECIBO-DIAS
                   DISPLAY "Enfermedad completa (" WS-RECIBO-DIAS
                       " dias)  " WS-RECIBO-IMPORTE
               END-IF.
               MOVE WS-BRUTO TO WS-RECIBO-IMPORTE.
               DISPLAY "Salario bruto ........ " WS-RECIBO-IMPORTE.
               MOVE WS-IRPF TO WS-RECIBO-IMPORTE.
                   WS-RECIBO-IMPORTE.
               MOVE WS-SEG-SOCIAL TO WS-RECIBO-IMPORTE.
               DISPLAY "Seguridad Social ..... " WS-RECIBO-IMPORTE.
               IF WS-RET-ANTICIPOS > ZERO
                   MOVE WS-RET-ANTICIPOS TO WS-RECIBO-IMPORTE
                   DISPLAY "Anticipos ............ " WS-RECIBO-IMPORTE
               END-IF.
               IF WS-RET-PRESTAMOS > ZERO
                   MOVE WS-RET-PRESTAMOS TO WS-RECIBO-IMPORTE
                   DISPLAY "Prestamos ............ " WS-RECIBO-IMPORTE
               END-IF.
               IF WS-RET-EMBARGOS > ZERO
                   MOVE WS-RET-EMBARGOS TO WS-RECIBO-IMPORTE
                   DISPLAY "Embargos ............. " WS-RECIBO-IMPORTE
               END-IF.
               MOVE WS-NETO TO WS-RECIBO-IMPORTE.
               DISPLAY "Salario neto ......... " WS-RECIBO-IMPORTE.
               DISPLAY WS-RECIBO-SEPARADOR.
               MOVE WS-NETO TO NOM_NETO.
               MOVE WS-PCT-IRPF-APLICADO TO NOM_PCT_IRPF.
               MOVE WS-PCT-SEG-SOCIAL TO NOM_PCT_SEG_SOCIAL.
               MOVE WS-TIPO-FILA TO NOM_TIPO.
               MOVE WS-FECHA-PROCESO TO NOM_FECHA_PROCESO.
               MOVE WS-DIAS-ENF-SIN-SUELDO TO NOM_DIAS_ENF_SIN_SUELDO.
               MOVE WS-IMP-ENF-SIN-SUELDO
                   TO NOM_DESCUENTO_ENF_SIN_SUELDO.
               MOVE WS-DIAS-ENF-REDUCIDA TO NOM_DIAS_ENF_REDUCIDA.
               MOVE WS-ENF-PCT-APLICADO TO NOM_PCT_ENF_REDUCIDA.
               MOVE WS-IMP-ENF-REDUCIDA TO NOM_DESCUENTO_ENF_REDUCIDA.
               MOVE WS-DIAS-ENF-COMPLETA TO NOM_DIAS_ENF_COMPLETA.
               MOVE WS-RET-ANTICIPOS TO NOM_RETENCION_ANTICIPOS.
               MOVE WS-RET-PRESTAMOS TO NOM_RETENCION_PRESTAMOS.
               MOVE WS-RET-EMBARGOS TO NOM_RETENCION_EMBARGOS.
               MOVE WS-DEPARTAMENTO-FILA TO NOM_DEPARTAMENTO.
               MOVE EMPLEADOS_CUENTA_BANCARIA TO NOM_CUENTA_BANCARIA.
               WRITE NOMINA_REGISTRO.
               IF NOT NOMINA-OK
                   DISPLAY "AVISO: fallo al guardar la nomina "
                       "(estado " WS-NOMINA-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           ACUMULAR_TOTALES.
               ADD WS-IRPF TO WS-TOTAL-IRPF.
               ADD WS-SEG-SOCIAL TO WS-TOTAL-SEG-SOCIAL.
               ADD WS-NETO TO WS-TOTAL-NETO.
               ADD WS-RET-ANTICIPOS WS-RET-PRESTAMOS WS-RET-EMBARGOS
                   TO WS-TOTAL-RETENCIONES.

           IMPRIMIR_TOTALES.
               MOVE WS-TOTAL-EMPLEADOS TO WS-RGT-EMPLEADOS.
               MOVE WS-TOTAL-NETO TO WS-RGT-NETO.
               DISPLAY SPACE.
               DISPLAY WS-REGISTRO-TOTALES.
               IF WS-TOTAL-RETENCIONES > ZERO
                   MOVE WS-TOTAL-RETENCIONES
                       TO WS-TOTAL-RETENCIONES-EDIT
                   DISPLAY "Retenido por deducciones fijas (incluido "
                       "en el neto): " WS-TOTAL-RETENCIONES-EDIT
               END-IF.
               IF WS-TOTAL-SALTADOS > ZERO
                   DISPLAY "Saltados con nomina ya guardada del "
                       "periodo: " WS-TOTAL-SALTADOS
               END-IF.
               IF MODO-COMPLEMENTARIA
                   DISPLAY "Complementaria del " WS-FECHA-PROCESO
                       ": corregidos " WS-TOTAL-CORREGIDOS
                       ", sin diferencias " WS-TOTAL-SIN-DIFERENCIA
                       ", rechazados " WS-TOTAL-RECHAZADOS
                   MOVE WS-TOTAL-DIF-NETO TO WS-DIF-NETO-EDIT
                   DISPLAY "Diferencia de neto de la complementaria: "
                       WS-DIF-NETO-EDIT
               END-IF.

           END PROGRAM Nomina_Mensual.
