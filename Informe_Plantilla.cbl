      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Movimientos de plantilla y absentismo por departamento*
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Informe_Plantilla.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Informe de direccion para un rango de fechas,
                    por EMPLEADOS_DEPARTAMENTO y con una linea final
                    de total empresa: plantilla inicial (en alta el
                    dia anterior al inicio), altas (fecha de ingreso
                    dentro del rango), bajas (estado B o L con fecha
                    de baja dentro del rango), traslados de entrada y
                    de salida (filas DEPARTAMEN de HISTORIAL_ARCHIVO
                    dentro del rango, ver HISREG), plantilla final
                    (en alta el ultimo dia del rango), rotacion
                    (bajas sobre la plantilla media), antiguedad
                    media de la plantilla final en anios y los dias
                    de ausencia de AUSENCIAS_ARCHIVO por tipo
                    (V vacaciones, E enfermedad, P permiso) con su
                    porcentaje sobre los dias laborables de la
                    plantilla media. Los dias laborables del rango
                    excluyen fines de semana y los festivos de
                    CALENDARIO_ARCHIVO, y cada ausencia se recorre
                    dia laborable a dia laborable contando solo los
                    dias que caen dentro del rango. Cada empleado se
                    cuenta en el departamento en que estaba en cada
                    fecha segun su historial, de modo que en cada
                    linea la plantilla inicial mas altas y traslados
                    de entrada menos bajas y traslados de salida da
                    la plantilla final. Deja ademas una copia en CSV
                    (DD PLACSVDD, separada por comas y con cabecera)
                    para el informe de direccion.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY EMPSEL.
           COPY HISSEL.
           COPY AUSSEL.
           COPY CALSEL.
           SELECT OPTIONAL ARCHIVO_CSV ASSIGN TO "PLACSVDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-ESTADO.

       DATA DIVISION.
           FILE SECTION.
           FD EMPLEADOS_ARCHIVO.
           COPY EMPREG.

           FD HISTORIAL_ARCHIVO.
           COPY HISREG.

           FD AUSENCIAS_ARCHIVO.
           COPY AUSREG.

           FD CALENDARIO_ARCHIVO.
           COPY CALREG.

           FD ARCHIVO_CSV.
               01 CSV-LINEA PIC X(200).

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY HISFST.
           COPY AUSFST.
           COPY CALFST.

               01 WS-CSV-ESTADO PIC XX VALUE "00".
                   88 CSV-OK VALUE "00" "05".

               01 FECHA-DESDE PIC X(49) VALUE
                   "Fecha inicial (AAAAMMDD, vacio = dia 1 del mes): ".
               01 FECHA-HASTA PIC X(37) VALUE
                   "Fecha final (AAAAMMDD, vacio = hoy): ".

               01 WS-FIN-EMPLEADOS PIC X VALUE "N".
                   88 FIN-EMPLEADOS VALUE "S".
               01 WS-FIN-HIS-EMPLEADO PIC X VALUE "N".
                   88 FIN-HIS-EMPLEADO VALUE "S".
               01 WS-FIN-AUS-EMPLEADO PIC X VALUE "N".
                   88 FIN-AUS-EMPLEADO VALUE "S".
               01 WS-HAY-HISTORIAL PIC X VALUE "N".
                   88 HAY-HISTORIAL VALUE "S".
               01 WS-HAY-AUSENCIAS PIC X VALUE "N".
                   88 HAY-AUSENCIAS VALUE "S".
               01 WS-HAY-CALENDARIO PIC X VALUE "N".
                   88 HAY-CALENDARIO VALUE "S".
               01 WS-HAY-CSV PIC X VALUE "N".
                   88 HAY-CSV VALUE "S".
               01 WS-DE-BAJA PIC X VALUE "N".
                   88 DE-BAJA VALUE "S".

               01 WS-FECHA-ALFA PIC X(8).
               01 WS-FECHA-ALFA-DESGLOSE REDEFINES WS-FECHA-ALFA.
                   05 WS-FA-ANIO PIC 9(4).
                   05 WS-FA-MES PIC 9(2).
                   05 WS-FA-DIA PIC 9(2).
               01 WS-FECHA-VALIDA PIC X VALUE "N".
                   88 FECHA-VALIDA VALUE "S".
               01 WS-FECHA-SISTEMA PIC 9(8).
               01 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-SISTEMA.
                   05 WS-FS-ANIO PIC 9(4).
                   05 WS-FS-MES PIC 9(2).
                   05 WS-FS-DIA PIC 9(2).
               01 WS-FECHA-DESDE PIC 9(8).
               01 WS-FECHA-HASTA PIC 9(8).
               01 WS-DESDE-ENTERO PIC 9(8).
               01 WS-HASTA-ENTERO PIC 9(8).
               01 WS-FECHA-CONSULTA PIC 9(8).

               01 WS-ES-LABORABLE PIC X VALUE "N".
                   88 ES-LABORABLE VALUE "S".
               01 WS-DIA-ENTERO PIC 9(8).
               01 WS-DIA-SEMANA PIC 9.
               01 WS-DIA-FECHA PIC 9(8).
               01 WS-FECHA-CURSOR PIC 9(8).
               01 WS-DIAS-CONTADOS PIC 9(3).
               01 WS-LAB-TOPE PIC 9(8).
               01 WS-AUS-INI-ENTERO PIC 9(8).
               01 WS-DIAS-LABORABLES PIC 9(6) VALUE ZERO.

               01 WS-HEM-USADOS PIC 9(2) VALUE ZERO.
               01 WS-HEM-MAXIMO PIC 9(2) VALUE 50.
               01 WS-HEM-IDX PIC 9(2).
               01 WS-HEM-ENCONTRADO PIC X VALUE "N".
                   88 HEM-ENCONTRADO VALUE "S".
               01 WS-TABLA-HISTORIAL.
                   05 WS-HEM-ENTRADA OCCURS 50 TIMES.
                       10 WS-HEM-FECHA PIC 9(8).
                       10 WS-HEM-ANTERIOR PIC X(20).
                       10 WS-HEM-NUEVO PIC X(20).

               01 WS-DEP-BUSCADO PIC X(20).
               01 WS-DPT-USADOS PIC 9(3) VALUE ZERO.
               01 WS-DPT-MAXIMO PIC 9(3) VALUE 100.
               01 WS-DPT-IDX PIC 9(3).
               01 WS-DPT-POS PIC 9(3).
               01 WS-DPT-ENCONTRADO PIC X VALUE "N".
                   88 DPT-ENCONTRADO VALUE "S".
               01 WS-DPT-DESBORDE PIC X VALUE "N".
                   88 DPT-DESBORDE VALUE "S".
               01 WS-TABLA-DEPARTAMENTOS.
                   05 WS-DPT-ENTRADA OCCURS 100 TIMES.
                       10 WS-DPT-NOMBRE PIC X(20).
                       10 WS-DPT-INICIAL PIC 9(6).
                       10 WS-DPT-ALTAS PIC 9(6).
                       10 WS-DPT-BAJAS PIC 9(6).
                       10 WS-DPT-ENTRADAS PIC 9(6).
                       10 WS-DPT-SALIDAS PIC 9(6).
                       10 WS-DPT-FINAL PIC 9(6).
                       10 WS-DPT-DIAS-ANTIGUEDAD PIC 9(11).
                       10 WS-DPT-DIAS-V PIC 9(7).
                       10 WS-DPT-DIAS-E PIC 9(7).
                       10 WS-DPT-DIAS-P PIC 9(7).

               01 WS-TRABAJO.
                   05 WS-TRB-NOMBRE PIC X(20).
                   05 WS-TRB-INICIAL PIC 9(6).
                   05 WS-TRB-ALTAS PIC 9(6).
                   05 WS-TRB-BAJAS PIC 9(6).
                   05 WS-TRB-ENTRADAS PIC 9(6).
                   05 WS-TRB-SALIDAS PIC 9(6).
                   05 WS-TRB-FINAL PIC 9(6).
                   05 WS-TRB-DIAS-ANTIGUEDAD PIC 9(11).
                   05 WS-TRB-DIAS-V PIC 9(7).
                   05 WS-TRB-DIAS-E PIC 9(7).
                   05 WS-TRB-DIAS-P PIC 9(7).

               01 WS-TOTALES.
                   05 WS-TOT-NOMBRE PIC X(20) VALUE "TOTAL EMPRESA".
                   05 WS-TOT-INICIAL PIC 9(6) VALUE ZERO.
                   05 WS-TOT-ALTAS PIC 9(6) VALUE ZERO.
                   05 WS-TOT-BAJAS PIC 9(6) VALUE ZERO.
                   05 WS-TOT-ENTRADAS PIC 9(6) VALUE ZERO.
                   05 WS-TOT-SALIDAS PIC 9(6) VALUE ZERO.
                   05 WS-TOT-FINAL PIC 9(6) VALUE ZERO.
                   05 WS-TOT-DIAS-ANTIGUEDAD PIC 9(11) VALUE ZERO.
                   05 WS-TOT-DIAS-V PIC 9(7) VALUE ZERO.
                   05 WS-TOT-DIAS-E PIC 9(7) VALUE ZERO.
                   05 WS-TOT-DIAS-P PIC 9(7) VALUE ZERO.

               01 WS-PLANTILLA-MEDIA PIC 9(6)V99.
               01 WS-DIAS-TEORICOS PIC 9(11)V99.
               01 WS-ROTACION PIC 9(5)V99.
               01 WS-ANTIGUEDAD-MEDIA PIC 9(3)V99.
               01 WS-PCT-V PIC 9(3)V99.
               01 WS-PCT-E PIC 9(3)V99.
               01 WS-PCT-P PIC 9(3)V99.

               01 WS-TOTAL-EMPLEADOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SIN-HISTORIAL PIC 9(6) VALUE ZERO.

               01 WS-CSV-PUNTERO PIC 9(3).
               01 WS-CSV-CAMPO PIC X(20).
               01 WS-CSV-BLANCOS PIC 9(2).
               01 WS-CSV-NUMERO PIC Z(10)9.
               01 WS-CSV-DECIMAL PIC Z(4)9.99.

               01 WS-ENCABEZADO-1.
                   05 FILLER PIC X(40)
                       VALUE "MOVIMIENTOS DE PLANTILLA Y ABSENTISMO".
                   05 FILLER PIC X(5) VALUE "DEL: ".
                   05 WS-ENC1-DESDE PIC 9999/99/99.
                   05 FILLER PIC X(6) VALUE "  AL: ".
                   05 WS-ENC1-HASTA PIC 9999/99/99.

               01 WS-ENCABEZADO-2.
                   05 FILLER PIC X(21) VALUE "DEPARTAMENTO".
                   05 FILLER PIC X(7) VALUE "INICIAL".
                   05 FILLER PIC X(7) VALUE "  ALTAS".
                   05 FILLER PIC X(7) VALUE "  BAJAS".
                   05 FILLER PIC X(7) VALUE "  T.ENT".
                   05 FILLER PIC X(7) VALUE "  T.SAL".
                   05 FILLER PIC X(7) VALUE "  FINAL".
                   05 FILLER PIC X(9) VALUE "  ROTAC.%".
                   05 FILLER PIC X(7) VALUE " ANTIG.".
                   05 FILLER PIC X(7) VALUE " DIAS V".
                   05 FILLER PIC X(7) VALUE " DIAS E".
                   05 FILLER PIC X(7) VALUE " DIAS P".
                   05 FILLER PIC X(7) VALUE "    %V".
                   05 FILLER PIC X(7) VALUE "    %E".
                   05 FILLER PIC X(7) VALUE "    %P".

               01 WS-LINEA-DETALLE.
                   05 WS-DET-DEPARTAMENTO PIC X(20).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-INICIAL PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-ALTAS PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-BAJAS PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-ENTRADAS PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-SALIDAS PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-FINAL PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-ROTACION PIC ZZZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-ANTIGUEDAD PIC ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-DIAS-V PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-DIAS-E PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-DIAS-P PIC ZZZZZ9.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-PCT-V PIC ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-PCT-E PIC ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-DET-PCT-P PIC ZZ9.99.

               01 WS-CSV-CABECERA.
                   05 FILLER PIC X(45) VALUE
                       "DEPARTAMENTO,DESDE,HASTA,INICIAL,ALTAS,BAJAS,".
                   05 FILLER PIC X(41) VALUE
                       "TRASLADOS_ENTRADA,TRASLADOS_SALIDA,FINAL,".
                   05 FILLER PIC X(36) VALUE
                       "ROTACION_PCT,ANTIGUEDAD_MEDIA_ANIOS,".
                   05 FILLER PIC X(39) VALUE
                       "DIAS_V,DIAS_E,DIAS_P,PCT_V,PCT_E,PCT_P,".
                   05 FILLER PIC X(15) VALUE "DIAS_LABORABLES".

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM SOLICITAR_FECHAS.
               PERFORM ABRIR_ARCHIVOS.
               IF NOT FIN-EMPLEADOS
                   PERFORM CONTAR_LABORABLES
                   PERFORM LEER_SIGUIENTE_EMPLEADO
                   PERFORM PROCESAR_EMPLEADO
                   UNTIL FIN-EMPLEADOS
                   PERFORM IMPRIMIR_INFORME
               END-IF.
               PERFORM CERRAR_ARCHIVOS.

           PROGRAM_DONE.
               GOBACK.

           SOLICITAR_FECHAS.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE "N" TO WS-FECHA-VALIDA.
               PERFORM UNTIL FECHA-VALIDA
                   DISPLAY FECHA-DESDE
                   MOVE SPACE TO WS-FECHA-ALFA
                   ACCEPT WS-FECHA-ALFA
                   IF WS-FECHA-ALFA = SPACE
                       COMPUTE WS-FECHA-DESDE =
                           WS-FS-ANIO * 10000 + WS-FS-MES * 100 + 1
                       MOVE "S" TO WS-FECHA-VALIDA
                   ELSE
                       PERFORM VALIDAR_FECHA
                       IF FECHA-VALIDA
                           MOVE WS-FECHA-ALFA TO WS-FECHA-DESDE
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-FECHA-VALIDA.
               PERFORM UNTIL FECHA-VALIDA
                   DISPLAY FECHA-HASTA
                   MOVE SPACE TO WS-FECHA-ALFA
                   ACCEPT WS-FECHA-ALFA
                   IF WS-FECHA-ALFA = SPACE
                       MOVE WS-FECHA-SISTEMA TO WS-FECHA-ALFA
                   END-IF
                   PERFORM VALIDAR_FECHA
                   IF FECHA-VALIDA
                       MOVE WS-FECHA-ALFA TO WS-FECHA-HASTA
                       IF WS-FECHA-HASTA < WS-FECHA-DESDE
                           DISPLAY "La fecha final no puede ser "
                               "anterior a la inicial."
                           MOVE "N" TO WS-FECHA-VALIDA
                       END-IF
                   END-IF
               END-PERFORM.
               COMPUTE WS-DESDE-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
               COMPUTE WS-HASTA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA).

           VALIDAR_FECHA.
               IF WS-FECHA-ALFA IS NUMERIC
                   AND WS-FA-MES >= 1 AND WS-FA-MES <= 12
                   AND WS-FA-DIA >= 1 AND WS-FA-DIA <= 31
                   MOVE "S" TO WS-FECHA-VALIDA
               ELSE
                   DISPLAY "La fecha debe ser AAAAMMDD."
               END-IF.

           ABRIR_ARCHIVOS.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF NOT EMPLEADOS-OK
                   DISPLAY "No se puede abrir el archivo de empleados"
                       " (estado " WS-EMPLEADOS-ESTADO ")."
                   MOVE "S" TO WS-FIN-EMPLEADOS
               END-IF.
               OPEN INPUT HISTORIAL_ARCHIVO.
               IF HISTORIAL-OK
                   MOVE "S" TO WS-HAY-HISTORIAL
               ELSE
                   DISPLAY "Sin historial de cambios (estado "
                       WS-HISTORIAL-ESTADO "), no se cuentan "
                       "traslados y cada empleado va a su "
                       "departamento actual."
               END-IF.
               OPEN INPUT AUSENCIAS_ARCHIVO.
               IF AUSENCIAS-OK
                   MOVE "S" TO WS-HAY-AUSENCIAS
               ELSE
                   DISPLAY "Sin archivo de ausencias (estado "
                       WS-AUSENCIAS-ESTADO "), el absentismo sale a "
                       "cero."
               END-IF.
               OPEN INPUT CALENDARIO_ARCHIVO.
               IF CALENDARIO-OK
                   MOVE "S" TO WS-HAY-CALENDARIO
               ELSE
                   DISPLAY "Sin calendario de festivos (estado "
                       WS-CALENDARIO-ESTADO "), solo se saltan los "
                       "fines de semana."
               END-IF.
               OPEN OUTPUT ARCHIVO_CSV.
               IF CSV-OK
                   MOVE "S" TO WS-HAY-CSV
               ELSE
                   DISPLAY "AVISO: no se puede crear la copia CSV "
                       "(estado " WS-CSV-ESTADO "), solo se imprime "
                       "el informe."
               END-IF.

           CERRAR_ARCHIVOS.
               CLOSE EMPLEADOS_ARCHIVO.
               IF HAY-HISTORIAL
                   CLOSE HISTORIAL_ARCHIVO
               END-IF.
               IF HAY-AUSENCIAS
                   CLOSE AUSENCIAS_ARCHIVO
               END-IF.
               IF HAY-CALENDARIO
                   CLOSE CALENDARIO_ARCHIVO
               END-IF.
               IF HAY-CSV
                   CLOSE ARCHIVO_CSV
               END-IF.

      * Dias laborables del rango: sin fines de semana ni festivos.
           CONTAR_LABORABLES.
               MOVE WS-DESDE-ENTERO TO WS-FECHA-CURSOR.
               PERFORM CONTAR_DIA_LABORABLE
               UNTIL WS-FECHA-CURSOR > WS-HASTA-ENTERO.

           CONTAR_DIA_LABORABLE.
               MOVE WS-FECHA-CURSOR TO WS-DIA-ENTERO.
               PERFORM COMPROBAR_LABORABLE.
               IF ES-LABORABLE
                   ADD 1 TO WS-DIAS-LABORABLES
               END-IF.
               ADD 1 TO WS-FECHA-CURSOR.

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

           LEER_SIGUIENTE_EMPLEADO.
               IF NOT FIN-EMPLEADOS
                   READ EMPLEADOS_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-EMPLEADOS
                   END-READ
                   IF NOT EMPLEADOS-OK
                       MOVE "S" TO WS-FIN-EMPLEADOS
                   END-IF
               END-IF.

      * Quien entro despues del rango o salio antes de empezar no
      * cuenta en ninguna columna.
           PROCESAR_EMPLEADO.
               MOVE "N" TO WS-DE-BAJA.
               IF EMPLEADOS_ESTADO = "B" OR EMPLEADOS_ESTADO = "L"
                   MOVE "S" TO WS-DE-BAJA
               END-IF.
               IF EMPLEADOS_FECHA_INGRESO <= WS-FECHA-HASTA
                   AND NOT (DE-BAJA
                       AND EMPLEADOS_FECHA_BAJA < WS-FECHA-DESDE)
                   ADD 1 TO WS-TOTAL-EMPLEADOS
                   PERFORM CARGAR_HISTORIAL_EMPLEADO
                   PERFORM CONTAR_MOVIMIENTOS
                   PERFORM CONTAR_TRASLADOS
                   VARYING WS-HEM-IDX FROM 1 BY 1
                   UNTIL WS-HEM-IDX > WS-HEM-USADOS
                   IF HAY-AUSENCIAS
                       PERFORM CONTAR_AUSENCIAS
                   END-IF
               END-IF.
               PERFORM LEER_SIGUIENTE_EMPLEADO.

      * Cada fecha de interes se imputa al departamento en que
      * estaba el empleado ese dia (ver DEPARTAMENTO_EN_FECHA).
           CONTAR_MOVIMIENTOS.
               IF EMPLEADOS_FECHA_INGRESO < WS-FECHA-DESDE
                   COMPUTE WS-FECHA-CONSULTA = WS-FECHA-DESDE - 1
                   PERFORM DEPARTAMENTO_EN_FECHA
                   IF WS-DPT-POS > ZERO
                       ADD 1 TO WS-DPT-INICIAL(WS-DPT-POS)
                   END-IF
               ELSE
                   MOVE EMPLEADOS_FECHA_INGRESO TO WS-FECHA-CONSULTA
                   PERFORM DEPARTAMENTO_EN_FECHA
                   IF WS-DPT-POS > ZERO
                       ADD 1 TO WS-DPT-ALTAS(WS-DPT-POS)
                   END-IF
               END-IF.
               IF DE-BAJA AND EMPLEADOS_FECHA_BAJA <= WS-FECHA-HASTA
                   MOVE EMPLEADOS_FECHA_BAJA TO WS-FECHA-CONSULTA
                   PERFORM DEPARTAMENTO_EN_FECHA
                   IF WS-DPT-POS > ZERO
                       ADD 1 TO WS-DPT-BAJAS(WS-DPT-POS)
                   END-IF
               ELSE
                   MOVE WS-FECHA-HASTA TO WS-FECHA-CONSULTA
                   PERFORM DEPARTAMENTO_EN_FECHA
                   IF WS-DPT-POS > ZERO
                       ADD 1 TO WS-DPT-FINAL(WS-DPT-POS)
                       PERFORM SUMAR_ANTIGUEDAD
                   END-IF
               END-IF.

           SUMAR_ANTIGUEDAD.
               IF EMPLEADOS_FECHA_INGRESO > 16010101
                   COMPUTE WS-DPT-DIAS-ANTIGUEDAD(WS-DPT-POS) =
                       WS-DPT-DIAS-ANTIGUEDAD(WS-DPT-POS)
                       + WS-HASTA-ENTERO
                       - FUNCTION INTEGER-OF-DATE
                           (EMPLEADOS_FECHA_INGRESO)
               END-IF.

      * Solo cuentan los traslados con el empleado en alta: despues
      * del dia de ingreso y hasta el dia de la baja.
           CONTAR_TRASLADOS.
               IF WS-HEM-FECHA(WS-HEM-IDX) >= WS-FECHA-DESDE
                   AND WS-HEM-FECHA(WS-HEM-IDX) <= WS-FECHA-HASTA
                   AND WS-HEM-FECHA(WS-HEM-IDX)
                       > EMPLEADOS_FECHA_INGRESO
                   AND NOT (DE-BAJA AND WS-HEM-FECHA(WS-HEM-IDX)
                       > EMPLEADOS_FECHA_BAJA)
                   MOVE WS-HEM-ANTERIOR(WS-HEM-IDX) TO WS-DEP-BUSCADO
                   PERFORM BUSCAR_DEPARTAMENTO
                   IF WS-DPT-POS > ZERO
                       ADD 1 TO WS-DPT-SALIDAS(WS-DPT-POS)
                   END-IF
                   MOVE WS-HEM-NUEVO(WS-HEM-IDX) TO WS-DEP-BUSCADO
                   PERFORM BUSCAR_DEPARTAMENTO
                   IF WS-DPT-POS > ZERO
                       ADD 1 TO WS-DPT-ENTRADAS(WS-DPT-POS)
                   END-IF
               END-IF.

           CARGAR_HISTORIAL_EMPLEADO.
               MOVE ZERO TO WS-HEM-USADOS.
               IF HAY-HISTORIAL
                   MOVE "N" TO WS-FIN-HIS-EMPLEADO
                   MOVE EMPLEADOS_ID TO HIS_EMPLEADOS_ID
                   MOVE ZERO TO HIS_FECHA
                   MOVE ZERO TO HIS_HORA
                   START HISTORIAL_ARCHIVO
                       KEY IS NOT LESS THAN HIS_CLAVE
                       INVALID KEY
                           MOVE "S" TO WS-FIN-HIS-EMPLEADO
                   END-START
                   PERFORM LEER_HISTORIAL_EMPLEADO
                   PERFORM ANOTAR_HISTORIAL_EMPLEADO
                   UNTIL FIN-HIS-EMPLEADO
               END-IF.

           LEER_HISTORIAL_EMPLEADO.
               IF NOT FIN-HIS-EMPLEADO
                   READ HISTORIAL_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-HIS-EMPLEADO
                   END-READ
                   IF NOT HISTORIAL-OK
                       MOVE "S" TO WS-FIN-HIS-EMPLEADO
                   END-IF
                   IF NOT FIN-HIS-EMPLEADO
                       AND HIS_EMPLEADOS_ID NOT = EMPLEADOS_ID
                       MOVE "S" TO WS-FIN-HIS-EMPLEADO
                   END-IF
               END-IF.

           ANOTAR_HISTORIAL_EMPLEADO.
               IF HIS_CAMPO = "DEPARTAMEN"
                   IF WS-HEM-USADOS < WS-HEM-MAXIMO
                       ADD 1 TO WS-HEM-USADOS
                       MOVE HIS_FECHA TO WS-HEM-FECHA(WS-HEM-USADOS)
                       MOVE HIS_VALOR_ANTERIOR
                           TO WS-HEM-ANTERIOR(WS-HEM-USADOS)
                       MOVE HIS_VALOR_NUEVO
                           TO WS-HEM-NUEVO(WS-HEM-USADOS)
                   ELSE
                       ADD 1 TO WS-TOTAL-SIN-HISTORIAL
                       DISPLAY "AVISO: demasiados traslados del "
                           "empleado " EMPLEADOS_ID ", se ignoran "
                           "los posteriores al " HIS_FECHA
                   END-IF
               END-IF.
               PERFORM LEER_HISTORIAL_EMPLEADO.

      * El historial va por fecha: el primer traslado posterior a la
      * fecha consultada dice de que departamento salio, y si no hay
      * ninguno el empleado sigue en el departamento actual.
           DEPARTAMENTO_EN_FECHA.
               MOVE EMPLEADOS_DEPARTAMENTO TO WS-DEP-BUSCADO.
               MOVE "N" TO WS-HEM-ENCONTRADO.
               PERFORM COMPARAR_FECHA_HISTORIAL
               VARYING WS-HEM-IDX FROM 1 BY 1
               UNTIL HEM-ENCONTRADO
                   OR WS-HEM-IDX > WS-HEM-USADOS.
               PERFORM BUSCAR_DEPARTAMENTO.

           COMPARAR_FECHA_HISTORIAL.
               IF WS-HEM-IDX <= WS-HEM-USADOS
                   IF WS-HEM-FECHA(WS-HEM-IDX) > WS-FECHA-CONSULTA
                       MOVE WS-HEM-ANTERIOR(WS-HEM-IDX)
                           TO WS-DEP-BUSCADO
                       MOVE "S" TO WS-HEM-ENCONTRADO
                   END-IF
               END-IF.

      * La tabla se mantiene ordenada por departamento: uno nuevo se
      * inserta en su sitio desplazando los siguientes.
           BUSCAR_DEPARTAMENTO.
               IF WS-DEP-BUSCADO = SPACE
                   MOVE "SIN-DEPTO" TO WS-DEP-BUSCADO
               END-IF.
               MOVE "N" TO WS-DPT-ENCONTRADO.
               MOVE ZERO TO WS-DPT-POS.
               PERFORM COMPARAR_DEPARTAMENTO
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL DPT-ENCONTRADO
                   OR WS-DPT-IDX > WS-DPT-USADOS.
               IF NOT DPT-ENCONTRADO
                   IF WS-DPT-USADOS < WS-DPT-MAXIMO
                       IF WS-DPT-POS = ZERO
                           COMPUTE WS-DPT-POS = WS-DPT-USADOS + 1
                       END-IF
                       PERFORM DESPLAZAR_DEPARTAMENTO
                       VARYING WS-DPT-IDX FROM WS-DPT-USADOS BY -1
                       UNTIL WS-DPT-IDX < WS-DPT-POS
                       ADD 1 TO WS-DPT-USADOS
                       INITIALIZE WS-DPT-ENTRADA(WS-DPT-POS)
                       MOVE WS-DEP-BUSCADO TO WS-DPT-NOMBRE(WS-DPT-POS)
                   ELSE
                       MOVE ZERO TO WS-DPT-POS
                       MOVE "S" TO WS-DPT-DESBORDE
                   END-IF
               END-IF.

           COMPARAR_DEPARTAMENTO.
               IF WS-DPT-IDX <= WS-DPT-USADOS
                   IF WS-DPT-NOMBRE(WS-DPT-IDX) = WS-DEP-BUSCADO
                       MOVE WS-DPT-IDX TO WS-DPT-POS
                       MOVE "S" TO WS-DPT-ENCONTRADO
                   ELSE
                       IF WS-DPT-NOMBRE(WS-DPT-IDX) > WS-DEP-BUSCADO
                           AND WS-DPT-POS = ZERO
                           MOVE WS-DPT-IDX TO WS-DPT-POS
                       END-IF
                   END-IF
               END-IF.

           DESPLAZAR_DEPARTAMENTO.
               IF WS-DPT-IDX > ZERO
                   MOVE WS-DPT-ENTRADA(WS-DPT-IDX)
                       TO WS-DPT-ENTRADA(WS-DPT-IDX + 1)
               END-IF.

      * Cada ausencia se recorre dia laborable a dia laborable desde
      * su inicio (AUS_DIAS son laborables) y solo se imputan los
      * dias que caen dentro del rango.
           CONTAR_AUSENCIAS.
               MOVE "N" TO WS-FIN-AUS-EMPLEADO.
               MOVE EMPLEADOS_ID TO AUS_EMPLEADOS_ID.
               MOVE ZERO TO AUS_FECHA_INICIO.
               START AUSENCIAS_ARCHIVO
                   KEY IS NOT LESS THAN AUS_CLAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIN-AUS-EMPLEADO
               END-START.
               PERFORM LEER_AUSENCIA_EMPLEADO.
               PERFORM REPARTIR_AUSENCIA
               UNTIL FIN-AUS-EMPLEADO.

           LEER_AUSENCIA_EMPLEADO.
               IF NOT FIN-AUS-EMPLEADO
                   READ AUSENCIAS_ARCHIVO NEXT
                       AT END MOVE "S" TO WS-FIN-AUS-EMPLEADO
                   END-READ
                   IF NOT AUSENCIAS-OK
                       MOVE "S" TO WS-FIN-AUS-EMPLEADO
                   END-IF
                   IF NOT FIN-AUS-EMPLEADO
                       AND AUS_EMPLEADOS_ID NOT = EMPLEADOS_ID
                       MOVE "S" TO WS-FIN-AUS-EMPLEADO
                   END-IF
               END-IF.

           REPARTIR_AUSENCIA.
               IF AUS_TIPO = "V" OR AUS_TIPO = "E" OR AUS_TIPO = "P"
                   COMPUTE WS-AUS-INI-ENTERO = FUNCTION INTEGER-OF-DATE
                       (AUS_FECHA_INICIO)
                   IF WS-AUS-INI-ENTERO > ZERO
                       AND WS-AUS-INI-ENTERO <= WS-HASTA-ENTERO
                       MOVE WS-AUS-INI-ENTERO TO WS-FECHA-CURSOR
                       MOVE ZERO TO WS-DIAS-CONTADOS
                       COMPUTE WS-LAB-TOPE = WS-AUS-INI-ENTERO + 999
                       PERFORM AVANZAR_DIA_AUSENCIA
                       UNTIL WS-DIAS-CONTADOS >= AUS_DIAS
                           OR WS-FECHA-CURSOR > WS-HASTA-ENTERO
                           OR WS-FECHA-CURSOR > WS-LAB-TOPE
                   END-IF
               END-IF.
               PERFORM LEER_AUSENCIA_EMPLEADO.

           AVANZAR_DIA_AUSENCIA.
               MOVE WS-FECHA-CURSOR TO WS-DIA-ENTERO.
               PERFORM COMPROBAR_LABORABLE.
               IF ES-LABORABLE
                   ADD 1 TO WS-DIAS-CONTADOS
                   IF WS-FECHA-CURSOR >= WS-DESDE-ENTERO
                       PERFORM IMPUTAR_DIA_AUSENCIA
                   END-IF
               END-IF.
               ADD 1 TO WS-FECHA-CURSOR.

           IMPUTAR_DIA_AUSENCIA.
               MOVE FUNCTION DATE-OF-INTEGER(WS-FECHA-CURSOR)
                   TO WS-DIA-FECHA.
               MOVE WS-DIA-FECHA TO WS-FECHA-CONSULTA.
               PERFORM DEPARTAMENTO_EN_FECHA.
               IF WS-DPT-POS > ZERO
                   EVALUATE AUS_TIPO
                       WHEN "V"
                           ADD 1 TO WS-DPT-DIAS-V(WS-DPT-POS)
                       WHEN "E"
                           ADD 1 TO WS-DPT-DIAS-E(WS-DPT-POS)
                       WHEN OTHER
                           ADD 1 TO WS-DPT-DIAS-P(WS-DPT-POS)
                   END-EVALUATE
               END-IF.

           IMPRIMIR_INFORME.
               MOVE WS-FECHA-DESDE TO WS-ENC1-DESDE.
               MOVE WS-FECHA-HASTA TO WS-ENC1-HASTA.
               DISPLAY SPACE.
               DISPLAY WS-ENCABEZADO-1.
               DISPLAY "Dias laborables del rango: " WS-DIAS-LABORABLES.
               DISPLAY SPACE.
               DISPLAY WS-ENCABEZADO-2.
               IF HAY-CSV
                   MOVE WS-CSV-CABECERA TO CSV-LINEA
                   PERFORM GRABAR_CSV
               END-IF.
               PERFORM IMPRIMIR_DEPARTAMENTO
               VARYING WS-DPT-IDX FROM 1 BY 1
               UNTIL WS-DPT-IDX > WS-DPT-USADOS.
               MOVE WS-TOTALES TO WS-TRABAJO.
               DISPLAY SPACE.
               PERFORM IMPRIMIR_LINEA.
               DISPLAY SPACE.
               DISPLAY "Empleados con algun dia en alta en el rango: "
                   WS-TOTAL-EMPLEADOS.
               IF DPT-DESBORDE
                   DISPLAY "AVISO: mas de " WS-DPT-MAXIMO
                       " departamentos, los movimientos del resto no "
                       "se han contado."
               END-IF.
               IF WS-TOTAL-SIN-HISTORIAL > ZERO
                   DISPLAY "AVISO: " WS-TOTAL-SIN-HISTORIAL
                       " traslado(s) ignorado(s) por tabla llena."
               END-IF.

           IMPRIMIR_DEPARTAMENTO.
               MOVE WS-DPT-ENTRADA(WS-DPT-IDX) TO WS-TRABAJO.
               PERFORM ACUMULAR_TOTALES.
               PERFORM IMPRIMIR_LINEA.

           ACUMULAR_TOTALES.
               ADD WS-TRB-INICIAL TO WS-TOT-INICIAL.
               ADD WS-TRB-ALTAS TO WS-TOT-ALTAS.
               ADD WS-TRB-BAJAS TO WS-TOT-BAJAS.
               ADD WS-TRB-ENTRADAS TO WS-TOT-ENTRADAS.
               ADD WS-TRB-SALIDAS TO WS-TOT-SALIDAS.
               ADD WS-TRB-FINAL TO WS-TOT-FINAL.
               ADD WS-TRB-DIAS-ANTIGUEDAD TO WS-TOT-DIAS-ANTIGUEDAD.
               ADD WS-TRB-DIAS-V TO WS-TOT-DIAS-V.
               ADD WS-TRB-DIAS-E TO WS-TOT-DIAS-E.
               ADD WS-TRB-DIAS-P TO WS-TOT-DIAS-P.

      * Rotacion = bajas sobre la plantilla media (inicial + final
      * entre dos); absentismo = dias de ausencia sobre los dias
      * laborables de esa plantilla media.
           CALCULAR_INDICES.
               MOVE ZERO TO WS-ROTACION.
               MOVE ZERO TO WS-ANTIGUEDAD-MEDIA.
               MOVE ZERO TO WS-PCT-V.
               MOVE ZERO TO WS-PCT-E.
               MOVE ZERO TO WS-PCT-P.
               COMPUTE WS-PLANTILLA-MEDIA ROUNDED =
                   (WS-TRB-INICIAL + WS-TRB-FINAL) / 2.
               IF WS-PLANTILLA-MEDIA > ZERO
                   COMPUTE WS-ROTACION ROUNDED =
                       WS-TRB-BAJAS * 100 / WS-PLANTILLA-MEDIA
                   COMPUTE WS-DIAS-TEORICOS =
                       WS-PLANTILLA-MEDIA * WS-DIAS-LABORABLES
               ELSE
                   MOVE ZERO TO WS-DIAS-TEORICOS
               END-IF.
               IF WS-DIAS-TEORICOS > ZERO
                   COMPUTE WS-PCT-V ROUNDED =
                       WS-TRB-DIAS-V * 100 / WS-DIAS-TEORICOS
                   COMPUTE WS-PCT-E ROUNDED =
                       WS-TRB-DIAS-E * 100 / WS-DIAS-TEORICOS
                   COMPUTE WS-PCT-P ROUNDED =
                       WS-TRB-DIAS-P * 100 / WS-DIAS-TEORICOS
               END-IF.
               IF WS-TRB-FINAL > ZERO
                   COMPUTE WS-ANTIGUEDAD-MEDIA ROUNDED =
                       WS-TRB-DIAS-ANTIGUEDAD / WS-TRB-FINAL / 365.25
               END-IF.

           IMPRIMIR_LINEA.
               PERFORM CALCULAR_INDICES.
               MOVE WS-TRB-NOMBRE TO WS-DET-DEPARTAMENTO.
               MOVE WS-TRB-INICIAL TO WS-DET-INICIAL.
               MOVE WS-TRB-ALTAS TO WS-DET-ALTAS.
               MOVE WS-TRB-BAJAS TO WS-DET-BAJAS.
               MOVE WS-TRB-ENTRADAS TO WS-DET-ENTRADAS.
               MOVE WS-TRB-SALIDAS TO WS-DET-SALIDAS.
               MOVE WS-TRB-FINAL TO WS-DET-FINAL.
               MOVE WS-ROTACION TO WS-DET-ROTACION.
               MOVE WS-ANTIGUEDAD-MEDIA TO WS-DET-ANTIGUEDAD.
               MOVE WS-TRB-DIAS-V TO WS-DET-DIAS-V.
               MOVE WS-TRB-DIAS-E TO WS-DET-DIAS-E.
               MOVE WS-TRB-DIAS-P TO WS-DET-DIAS-P.
               MOVE WS-PCT-V TO WS-DET-PCT-V.
               MOVE WS-PCT-E TO WS-DET-PCT-E.
               MOVE WS-PCT-P TO WS-DET-PCT-P.
               DISPLAY WS-LINEA-DETALLE.
               IF HAY-CSV
                   PERFORM ESCRIBIR_CSV
               END-IF.

      * Los campos numericos van sin los blancos de la edicion para
      * que la hoja de calculo los lea como numeros.
           ESCRIBIR_CSV.
               MOVE SPACE TO CSV-LINEA.
               MOVE 1 TO WS-CSV-PUNTERO.
               MOVE WS-TRB-NOMBRE TO WS-CSV-CAMPO.
               PERFORM ANADIR_CAMPO_CSV.
               MOVE WS-FECHA-DESDE TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-FECHA-HASTA TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-INICIAL TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-ALTAS TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-BAJAS TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-ENTRADAS TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-SALIDAS TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-FINAL TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-ROTACION TO WS-CSV-DECIMAL.
               PERFORM ANADIR_DECIMAL_CSV.
               MOVE WS-ANTIGUEDAD-MEDIA TO WS-CSV-DECIMAL.
               PERFORM ANADIR_DECIMAL_CSV.
               MOVE WS-TRB-DIAS-V TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-DIAS-E TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-TRB-DIAS-P TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               MOVE WS-PCT-V TO WS-CSV-DECIMAL.
               PERFORM ANADIR_DECIMAL_CSV.
               MOVE WS-PCT-E TO WS-CSV-DECIMAL.
               PERFORM ANADIR_DECIMAL_CSV.
               MOVE WS-PCT-P TO WS-CSV-DECIMAL.
               PERFORM ANADIR_DECIMAL_CSV.
               MOVE WS-DIAS-LABORABLES TO WS-CSV-NUMERO.
               PERFORM ANADIR_NUMERO_CSV.
               PERFORM GRABAR_CSV.

           ANADIR_NUMERO_CSV.
               MOVE WS-CSV-NUMERO TO WS-CSV-CAMPO.
               PERFORM ANADIR_CAMPO_CSV.

           ANADIR_DECIMAL_CSV.
               MOVE WS-CSV-DECIMAL TO WS-CSV-CAMPO.
               PERFORM ANADIR_CAMPO_CSV.

      * El primer campo va sin coma delante; los blancos de la
      * izquierda se saltan y los de la derecha cortan el campo.
           ANADIR_CAMPO_CSV.
               IF WS-CSV-PUNTERO > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CSV-LINEA WITH POINTER WS-CSV-PUNTERO
               END-IF.
               MOVE ZERO TO WS-CSV-BLANCOS.
               INSPECT WS-CSV-CAMPO TALLYING WS-CSV-BLANCOS
                   FOR LEADING SPACE.
               IF WS-CSV-BLANCOS < 20
                   STRING WS-CSV-CAMPO(WS-CSV-BLANCOS + 1:)
                       DELIMITED BY "  "
                       INTO CSV-LINEA WITH POINTER WS-CSV-PUNTERO
               END-IF.

           GRABAR_CSV.
               WRITE CSV-LINEA.
               IF NOT CSV-OK
                   DISPLAY "AVISO: fallo al escribir la copia CSV "
                       "(estado " WS-CSV-ESTADO ")."
               END-IF.

           END PROGRAM Informe_Plantilla.
