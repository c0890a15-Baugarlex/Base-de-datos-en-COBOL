                    calcula Informe_Ausencias (22 dias mas 1 por
                    cada 5 anios completos, maximo 30) menos los
                    dias tipo V ya tomados en el anio de la baja
                    segun AUSENCIAS_ARCHIVO, menos el descuento de
                    los dias de permiso sin sueldo (tipo P) y de
                    baja por enfermedad (tipo E) que caen entre el
                    dia 1 del mes y la fecha de baja, con los mismos
                    tramos de enfermedad que Nomina_Mensual (ver
                    ENFREG), mas las incidencias
                    capturadas para el periodo de la baja en
                    INCIDENCIAS_ARCHIVO (horas extra, bonus y
                    deduccion), que nadie mas pagaria porque
                    de la baja ya tiene nomina guardada para ese
                    empleado la ejecucion se cancela para no pagar
                    la liquidacion dos veces.
                    Cada ausencia se reparte por sus dias laborables
                    (fines de semana y festivos de CALENDARIO_ARCHIVO
                    fuera): solo cuentan los dias con fecha del anio
                    de la baja para las vacaciones y del mes de la
                    baja para los permisos y las bajas.
                    Del neto se retienen las deducciones fijas activas
                    de DEDUCCIONES_ARCHIVO (ver DEDREG): los embargos
                    con su importe del mes, limitados a la parte
                    embargable como en Nomina_Mensual, y los
                    anticipos y prestamos por todo su pendiente, que
                    ya no se podra descontar en otra nomina, hasta
                    donde alcance el neto. Lo que no se cubre queda
                    pendiente y se avisa para reclamarlo aparte.
                    Solo la lanza un operador cuyo perfil de
                    PERFILES_ARCHIVO incluye el programa L (ver
                    Comprobar_Acceso); el intento rechazado se anota
                    en AUDITORIA_ARCHIVO como DENEGADO.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           COPY NOMSEL.
           COPY AUDSEL.
           COPY TIPSEL.
           COPY ENFSEL.
           COPY CALSEL.
           COPY DEDSEL.
           COPY DMVSEL.

       DATA DIVISION.
           FILE SECTION.
           FD TIPOS_ARCHIVO.
           COPY TIPREG.

           FD ENFERMEDAD_ARCHIVO.
           COPY ENFREG.

           FD CALENDARIO_ARCHIVO.
           COPY CALREG.

           FD DEDUCCIONES_ARCHIVO.
           COPY DEDREG.

           FD DEDUCCIONES_MOVIMIENTOS.
           COPY DMVREG.

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY INCFST.
           COPY NOMFST.
           COPY AUDFST.
           COPY TIPFST.
           COPY ENFFST.
           COPY CALFST.
           COPY DEDFST.
           COPY DMVFST.

               01 ID-EMPLEADO PIC X(38)
                   VALUE "Introduce el ID del empleado de baja: ".
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

               01 WS-OPERADOR PIC X(20).
               01 WS-AUD-OPERACION PIC X(10).
               01 WS-FI-ANIO PIC 9(4).

           COPY NOMCTE.
           COPY ACCWS.

               01 WS-TRM-USADOS PIC 9(2) VALUE ZERO.
               01 WS-TRM-MAXIMO PIC 9(2) VALUE 20.
                   88 PCT-ENCONTRADO VALUE "S".
               01 WS-PCT-IRPF-APLICADO PIC 9V9999.

               01 WS-ENF-TOPE-SIN-SUELDO PIC 9(3).
               01 WS-ENF-TOPE-REDUCIDA PIC 9(3).
               01 WS-ENF-PCT-APLICADO PIC 9V9999.

               01 WS-PER-INI-ENTERO PIC 9(8).
               01 WS-PER-FIN-ENTERO PIC 9(8).
               01 WS-ANIO-INI-ENTERO PIC 9(8).
               01 WS-ANIO-FIN-ENTERO PIC 9(8).
               01 WS-RANGO-FIN-ENTERO PIC 9(8).
               01 WS-AUS-INI-ENTERO PIC 9(8).
               01 WS-ES-LABORABLE PIC X VALUE "N".
                   88 ES-LABORABLE VALUE "S".
               01 WS-DIA-ENTERO PIC 9(8).
               01 WS-DIA-SEMANA PIC 9.
               01 WS-FECHA-CURSOR PIC 9(8).
               01 WS-DIAS-CONTADOS PIC 9(3).
               01 WS-LAB-TOPE PIC 9(8).

               01 WS-DIAS-TRABAJADOS PIC 9(2).
               01 WS-ANTIGUEDAD PIC 9(3).
               01 WS-DERECHO PIC 9(3).
               01 WS-IMP-HORAS-EXTRA PIC 9(7)V99.
               01 WS-IMP-BONUS PIC 9(7)V99.
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
               01 WS-IRPF PIC 9(7)V99.
               01 WS-SEG-SOCIAL PIC 9(7)V99.
               01 WS-NETO PIC 9(7)V99.

               01 WS-FECHA-PROCESO PIC 9(8).
               01 WS-PERIODO-NUM PIC 9(6).
               01 WS-DED-PERIODO PIC 9(6).
               01 WS-DED-PASADA PIC X.
               01 WS-DED-IMPORTE PIC 9(7)V99.
               01 WS-NETO-ANTES-RETENCIONES PIC 9(7)V99.
               01 WS-EMBARGABLE PIC 9(7)V99.
               01 WS-EMB-RESTO PIC 9(7)V99.
               01 WS-EMB-IDX PIC 9.
               01 WS-RET-ANTICIPOS PIC 9(7)V99.
               01 WS-RET-PRESTAMOS PIC 9(7)V99.
               01 WS-RET-EMBARGOS PIC 9(7)V99.

               01 WS-RECIBO-SEPARADOR PIC X(62) VALUE ALL "-".
               01 WS-RECIBO-TITULO.
                   05 FILLER PIC X(24)
               01 WS-RECIBO-IMPORTE PIC Z,ZZZ,ZZ9.99.
               01 WS-RECIBO-DIAS PIC ZZ9.
               01 WS-RECIBO-HORAS PIC ZZ9.
               01 WS-RECIBO-PCT PIC Z9.99.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM COMPROBAR_ACCESO.
               IF ACCESO-PERMITIDO
                   PERFORM PROCESAR_LIQUIDACION
               END-IF.

           PROGRAM_DONE.
               GOBACK.

      * Solo un operador con "L" en los programas de su perfil puede
      * liquidar; el rechazo queda en AUDITORIA_ARCHIVO.
           COMPROBAR_ACCESO.
               PERFORM OBTENER_OPERADOR.
               MOVE WS-OPERADOR TO WS-ACC-OPERADOR.
               MOVE "LIQUIDA" TO WS-ACC-RECURSO.
               CALL "Comprobar_Acceso" USING WS-ACCESO-PARAMETROS.
               IF NOT ACCESO-PERMITIDO
                   DISPLAY "Acceso denegado: " WS-ACC-MOTIVO
                   PERFORM ABRIR_AUDITORIA
                   PERFORM REGISTRAR_DENEGACION
                   CLOSE AUDITORIA_ARCHIVO
               END-IF.

           PROCESAR_LIQUIDACION.
               PERFORM ABRIR_ARCHIVOS.
               PERFORM CARGAR_TIPOS.
               PERFORM CARGAR_ENFERMEDAD.
               DISPLAY ID-EMPLEADO.
               ACCEPT EMPLEADOS_ID.
               READ EMPLEADOS_ARCHIVO
               END-IF.
               PERFORM CERRAR_ARCHIVOS.

           ABRIR_ARCHIVOS.
               OPEN I-O EMPLEADOS_ARCHIVO.
               IF NOT EMPLEADOS-OK
                       WS-AUSENCIAS-ESTADO "), se liquida sin dias "
                       "tomados."
               END-IF.
               OPEN INPUT CALENDARIO_ARCHIVO.
               IF CALENDARIO-OK
                   MOVE "S" TO WS-HAY-CALENDARIO
               ELSE
                   DISPLAY "Sin calendario de festivos (estado "
                       WS-CALENDARIO-ESTADO "), solo se saltan los "
                       "fines de semana al repartir las ausencias."
               END-IF.
               PERFORM ABRIR_DEDUCCIONES.
               PERFORM ABRIR_AUDITORIA.

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
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
                       MOVE "N" TO WS-HAY-DEDUCCIONES
                   END-IF
               ELSE
                   DISPLAY "Sin archivo de deducciones fijas (estado "
                       WS-DEDUCCIONES-ESTADO "), no se retienen "
                       "anticipos, prestamos ni embargos."
               END-IF.

           ABRIR_AUDITORIA.
               OPEN I-O AUDITORIA_ARCHIVO.
               IF AUDITORIA-NO-EXISTE
               IF HAY-AUSENCIAS
                   CLOSE AUSENCIAS_ARCHIVO
               END-IF.
               IF HAY-CALENDARIO
                   CLOSE CALENDARIO_ARCHIVO
               END-IF.
               IF HAY-DEDUCCIONES
                   CLOSE DEDUCCIONES_ARCHIVO
                   CLOSE DEDUCCIONES_MOVIMIENTOS
               END-IF.
               CLOSE AUDITORIA_ARCHIVO.

           LIQUIDAR_EMPLEADO.
                       EMPLEADOS_ID ", ejecucion cancelada."
               ELSE
                   PERFORM CALCULAR_LIQUIDACION
                   PERFORM APLICAR_DEDUCCIONES
                   PERFORM IMPRIMIR_RECIBO_LIQUIDACION
                   PERFORM ESCRIBIR_NOMINA_LIQUIDACION
                   PERFORM MARCAR_LIQUIDADO
                   EMPLEADOS_SALARIO * WS-DIAS-TRABAJADOS
                   / WS-DIAS-MES.
               PERFORM CALCULAR_DERECHO.
               PERFORM CALCULAR_LIMITES_BAJA.
               PERFORM SUMAR_AUSENCIAS.
               IF WS-TOMADOS > WS-DERECHO
                   MOVE ZERO TO WS-DIAS-PENDIENTES
               ELSE
               COMPUTE WS-IMP-HORAS-EXTRA ROUNDED =
                   WS-HORAS-EXTRA * WS-PCT-RECARGO-EXTRA
                   * EMPLEADOS_SALARIO / WS-HORAS-MES.
               PERFORM CALCULAR_DESCUENTO_AUSENCIAS.
               COMPUTE WS-TOTAL-DEVENGOS =
                   WS-IMP-PRORRATEO + WS-IMP-VACACIONES
                   + WS-IMP-HORAS-EXTRA + WS-IMP-BONUS.
               COMPUTE WS-TOTAL-DESCUENTOS =
                   WS-IMP-DEDUCCION + WS-IMP-DESCUENTO
                   + WS-IMP-ENF-SIN-SUELDO + WS-IMP-ENF-REDUCIDA.
               IF WS-TOTAL-DESCUENTOS > WS-TOTAL-DEVENGOS
                   DISPLAY "AVISO: descuentos mayores que los "
                       "devengos para el empleado " EMPLEADOS_ID
                       ", bruto ajustado a cero."
                   MOVE ZERO TO WS-BRUTO
               ELSE
                   COMPUTE WS-BRUTO =
                       WS-TOTAL-DEVENGOS - WS-TOTAL-DESCUENTOS
               END-IF.
               PERFORM DETERMINAR_PCT_IRPF.
               COMPUTE WS-IRPF ROUNDED =
               COMPUTE WS-NETO =
                   WS-BRUTO - WS-IRPF - WS-SEG-SOCIAL.

           APLICAR_DEDUCCIONES.
               MOVE ZERO TO WS-RET-ANTICIPOS.
               MOVE ZERO TO WS-RET-PRESTAMOS.
               MOVE ZERO TO WS-RET-EMBARGOS.
               MOVE WS-NETO TO WS-NETO-ANTES-RETENCIONES.
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
               COMPUTE WS-PERIODO-NUM =
                   FUNCTION NUMVAL(WS-PERIODO-ALFA).
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
                   IF DED_PENDIENTE > ZERO AND DED_TIPO NOT = "E"
                       DISPLAY "AVISO: la liquidacion no cubre la "
                           "deduccion " DED_TIPO " " DED_FECHA_INICIO
                           ", quedan " DED_PENDIENTE " por reclamar."
                   END-IF
               END-IF.
               PERFORM LEER_DEDUCCION_EMPLEADO.

           CALCULAR_IMPORTE_DEDUCCION.
               EVALUATE TRUE
                   WHEN DED_TIPO NOT = "E"
                       MOVE DED_PENDIENTE TO WS-DED-IMPORTE
                   WHEN DED_MODO = "P"
                       COMPUTE WS-DED-IMPORTE ROUNDED =
                           WS-NETO-ANTES-RETENCIONES * DED_PCT_NETO
                   WHEN OTHER
                       MOVE DED_IMPORTE_MES TO WS-DED-IMPORTE
               END-EVALUATE.
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
               MOVE "L" TO DMV_ORIGEN.
               MOVE WS-FECHA-PROCESO TO DMV_FECHA_PROCESO.
               WRITE MOVIMIENTOS_REGISTRO.
               IF NOT MOVIMIENTOS-OK
                   DISPLAY "AVISO: fallo al anotar la retencion "
                       "(estado " WS-MOVIMIENTOS-ESTADO ") para el "
                       "empleado " EMPLEADOS_ID
               END-IF.

           LEER_INCIDENCIAS.
               MOVE ZERO TO WS-HORAS-EXTRA.
               MOVE ZERO TO WS-IMP-BONUS.
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
                   END-IF
               END-IF.

           CALCULAR_LIMITES_BAJA.
               COMPUTE WS-PER-INI-ENTERO = FUNCTION INTEGER-OF-DATE
                   (WS-FB-ANIO * 10000 + WS-FB-MES * 100 + 1).
               COMPUTE WS-PER-FIN-ENTERO = FUNCTION INTEGER-OF-DATE
                   (EMPLEADOS_FECHA_BAJA).
               IF WS-PER-FIN-ENTERO < WS-PER-INI-ENTERO
                   MOVE WS-PER-INI-ENTERO TO WS-PER-FIN-ENTERO
               END-IF.
               COMPUTE WS-ANIO-INI-ENTERO = FUNCTION INTEGER-OF-DATE
                   (WS-FB-ANIO * 10000 + 101).
               COMPUTE WS-ANIO-FIN-ENTERO = FUNCTION INTEGER-OF-DATE
                   (WS-FB-ANIO * 10000 + 1231).

           SUMAR_AUSENCIAS.
               MOVE ZERO TO WS-TOMADOS.
               MOVE ZERO TO WS-DIAS-PERMISO.
               MOVE ZERO TO WS-DIAS-ENF-SIN-SUELDO.
               MOVE ZERO TO WS-DIAS-ENF-REDUCIDA.
               MOVE ZERO TO WS-DIAS-ENF-COMPLETA.
               IF HAY-AUSENCIAS
                   MOVE "N" TO WS-FIN-AUS-EMPLEADO
                   MOVE EMPLEADOS_ID TO AUS_EMPLEADOS_ID
                           MOVE "S" TO WS-FIN-AUS-EMPLEADO
                   END-START
                   PERFORM LEER_AUSENCIA_EMPLEADO
                   PERFORM REPARTIR_AUSENCIA
                   UNTIL FIN-AUS-EMPLEADO
               END-IF.

                   END-IF
               END-IF.

           REPARTIR_AUSENCIA.
               EVALUATE AUS_TIPO
                   WHEN "V"
                       MOVE WS-ANIO-FIN-ENTERO TO WS-RANGO-FIN-ENTERO
                   WHEN "P"
                   WHEN "E"
                       MOVE WS-PER-FIN-ENTERO TO WS-RANGO-FIN-ENTERO
                   WHEN OTHER
                       MOVE ZERO TO WS-RANGO-FIN-ENTERO
               END-EVALUATE.
               COMPUTE WS-AUS-INI-ENTERO = FUNCTION INTEGER-OF-DATE
                   (AUS_FECHA_INICIO).
               IF WS-AUS-INI-ENTERO > ZERO
                   AND WS-AUS-INI-ENTERO <= WS-RANGO-FIN-ENTERO
                   MOVE WS-AUS-INI-ENTERO TO WS-FECHA-CURSOR
                   MOVE ZERO TO WS-DIAS-CONTADOS
                   COMPUTE WS-LAB-TOPE = WS-AUS-INI-ENTERO + 999
                   PERFORM AVANZAR_DIA_AUSENCIA
                   UNTIL WS-DIAS-CONTADOS >= AUS_DIAS
                       OR WS-FECHA-CURSOR > WS-RANGO-FIN-ENTERO
                       OR WS-FECHA-CURSOR > WS-LAB-TOPE
               END-IF.
               PERFORM LEER_AUSENCIA_EMPLEADO.

           AVANZAR_DIA_AUSENCIA.
               MOVE WS-FECHA-CURSOR TO WS-DIA-ENTERO.
               PERFORM COMPROBAR_LABORABLE.
               IF ES-LABORABLE
                   ADD 1 TO WS-DIAS-CONTADOS
                   PERFORM IMPUTAR_DIA_AUSENCIA
               END-IF.
               ADD 1 TO WS-FECHA-CURSOR.

           IMPUTAR_DIA_AUSENCIA.
               EVALUATE TRUE
                   WHEN AUS_TIPO = "V"
                       IF WS-FECHA-CURSOR >= WS-ANIO-INI-ENTERO
                           ADD 1 TO WS-TOMADOS
                       END-IF
                   WHEN WS-FECHA-CURSOR < WS-PER-INI-ENTERO
                       CONTINUE
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

           CALCULAR_DESCUENTO_AUSENCIAS.
               COMPUTE WS-IMP-DESCUENTO ROUNDED =
                   EMPLEADOS_SALARIO * WS-DIAS-PERMISO / WS-DIAS-MES.
               IF WS-IMP-DESCUENTO > WS-IMP-PRORRATEO
                   MOVE WS-IMP-PRORRATEO TO WS-IMP-DESCUENTO
               END-IF.
               COMPUTE WS-IMP-ENF-SIN-SUELDO ROUNDED =
                   EMPLEADOS_SALARIO * WS-DIAS-ENF-SIN-SUELDO
                   / WS-DIAS-MES.
               COMPUTE WS-IMP-ENF-REDUCIDA ROUNDED =
                   EMPLEADOS_SALARIO * WS-DIAS-ENF-REDUCIDA
                   * (1 - WS-ENF-PCT-APLICADO) / WS-DIAS-MES.

           IMPRIMIR_RECIBO_LIQUIDACION.
               MOVE WS-PERIODO-ALFA TO WS-REC-PERIODO.
               DISPLAY SPACE.
                   MOVE WS-IMP-DEDUCCION TO WS-RECIBO-IMPORTE
                   DISPLAY "Deduccion ............ " WS-RECIBO-IMPORTE
               END-IF.
               IF WS-DIAS-PERMISO > ZERO
                   MOVE WS-IMP-DESCUENTO TO WS-RECIBO-IMPORTE
                   MOVE WS-DIAS-PERMISO TO WS-RECIBO-DIAS
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
               DISPLAY "Bruto liquidacion .... " WS-RECIBO-IMPORTE.
               MOVE WS-IRPF TO WS-RECIBO-IMPORTE.
               DISPLAY "Retencion IRPF ....... " WS-RECIBO-IMPORTE.
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
               DISPLAY "Neto liquidacion ..... " WS-RECIBO-IMPORTE.
               DISPLAY WS-RECIBO-SEPARADOR.
               COMPUTE NOM_BONUS =
                   WS-IMP-VACACIONES + WS-IMP-BONUS.
               MOVE WS-IMP-DEDUCCION TO NOM_DEDUCCION.
               MOVE WS-IMP-DESCUENTO TO NOM_DESCUENTO_PERMISO.
               MOVE WS-BRUTO TO NOM_BRUTO.
               MOVE WS-IRPF TO NOM_IRPF.
               MOVE WS-SEG-SOCIAL TO NOM_SEGURIDAD_SOCIAL.
               MOVE WS-NETO TO NOM_NETO.
               MOVE WS-PCT-IRPF-APLICADO TO NOM_PCT_IRPF.
               MOVE WS-PCT-SEG-SOCIAL TO NOM_PCT_SEG_SOCIAL.
               MOVE "N" TO NOM_TIPO.
               ACCEPT NOM_FECHA_PROCESO FROM DATE YYYYMMDD.
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
               MOVE EMPLEADOS_DEPARTAMENTO TO NOM_DEPARTAMENTO.
               MOVE EMPLEADOS_CUENTA_BANCARIA TO NOM_CUENTA_BANCARIA.
               WRITE NOMINA_REGISTRO.
               IF NOT NOMINA-OK
                   DISPLAY "AVISO: fallo al guardar la liquidacion "
                       "empleado " EMPLEADOS_ID
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

           END PROGRAM Liquidacion_Final.
