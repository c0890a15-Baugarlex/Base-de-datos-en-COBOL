      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Asiento contable de la nomina por centro de coste    *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Asiento_Nomina.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Genera el asiento de nomina del periodo pedido
                    para la contabilidad general (DD ASIDD) a partir
                    de las filas que Nomina_Mensual y
                    Liquidacion_Final dejaron en ARCHIVO_NOMINA. Cada
                    fila se imputa al centro de coste del
                    departamento guardado en la fila (NOM_DEPARTAMENTO
                    contra DEP_CENTRO_COSTE de DEPARTAMENTOS_ARCHIVO),
                    de modo que un traslado posterior al cierre no
                    mueve el gasto; en filas antiguas sin departamento
                    se toma EMPLEADOS_DEPARTAMENTO del maestro. Si el
                    empleado no esta en el maestro o su departamento
                    no tiene centro de coste, se imputa al centro
                    SIN-CC y se avisa en el listado. El
                    asiento lleva al debe el gasto de sueldos (640) y
                    el coste de Seguridad Social a cargo de la
                    empresa (642, calculado sobre NOM_BRUTO con el
                    tipo WS-PCT-SS-EMPRESA de NOMCTE) por centro de
                    coste, y al haber las retenciones de IRPF
                    (4751), la Seguridad Social del trabajador y la
                    de la empresa (476), las deducciones fijas
                    retenidas (anticipos 460, prestamos al
                    personal 544 y embargos a ingresar al juzgado
                    4659) y los netos pendientes de pago (465). El
                    fichero tiene cabecera, una linea
                    por apunte y una cola con el total del debe y del
                    haber, que deben coincidir. Termina con un
                    listado de control que cuadra el asiento con los
                    totales del registro de nomina del periodo y con
                    el fichero del banco (DD BANDD) generado por
                    Transferencias_Banco para el mismo periodo.
                    Las filas de anulacion de una complementaria
                    (NOM_TIPO "A") se restan y las corregidas ("C")
                    se suman, de modo que el asiento recoge solo las
                    cifras vigentes. Si el fichero del banco es el de
                    una complementaria solo lleva las diferencias y
                    no se cuadra contra los netos.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY EMPSEL.
           COPY DEPSEL.
           COPY NOMSEL.
           SELECT OPTIONAL ARCHIVO_BANCO ASSIGN TO "BANDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANCO-ESTADO.
           SELECT OPTIONAL ARCHIVO_ASIENTO ASSIGN TO "ASIDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASIENTO-ESTADO.

       DATA DIVISION.
           FILE SECTION.
           FD EMPLEADOS_ARCHIVO.
           COPY EMPREG.

           FD DEPARTAMENTOS_ARCHIVO.
           COPY DEPREG.

           FD ARCHIVO_NOMINA.
           COPY NOMREG.

           FD ARCHIVO_BANCO.
               01 BANCO_REGISTRO.
                   05 BAN_TIPO PIC X.
                   05 FILLER PIC X(79).

           FD ARCHIVO_ASIENTO.
               01 ASIENTO_REGISTRO PIC X(80).

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY DEPFST.
           COPY NOMFST.

               01 WS-BANCO-ESTADO PIC XX VALUE "00".
                   88 BANCO-OK VALUE "00" "05".
               01 WS-ASIENTO-ESTADO PIC XX VALUE "00".
                   88 ASIENTO-OK VALUE "00" "05".

               01 WS-FIN-NOMINA PIC X VALUE "N".
                   88 FIN-NOMINA VALUE "S".
               01 WS-FIN-BANCO PIC X VALUE "N".
                   88 FIN-BANCO VALUE "S".
               01 WS-HAY-MAESTRO PIC X VALUE "N".
                   88 HAY-MAESTRO VALUE "S".
               01 WS-HAY-CATALOGO PIC X VALUE "N".
                   88 HAY-CATALOGO VALUE "S".
               01 WS-HAY-BANCO PIC X VALUE "N".
                   88 HAY-BANCO VALUE "S".
               01 WS-BANCO-PERIODO-OK PIC X VALUE "N".
                   88 BANCO-PERIODO-OK VALUE "S".
               01 WS-BANCO-CON-COLA PIC X VALUE "N".
                   88 BANCO-CON-COLA VALUE "S".

               01 PERIODO PIC X(47) VALUE
                   "Introduce el periodo (AAAAMM, vacio = actual): ".
               01 WS-PERIODO-ALFA PIC X(6).
               01 WS-PERIODO-DESGLOSE REDEFINES WS-PERIODO-ALFA.
                   05 WS-PER-ANIO PIC 9(4).
                   05 WS-PER-MES PIC 9(2).
               01 WS-PERIODO-VALIDO PIC X VALUE "N".
                   88 PERIODO-VALIDO VALUE "S".
               01 WS-FECHA-SISTEMA PIC 9(8).
               01 WS-FECHA-DESGLOSE REDEFINES WS-FECHA-SISTEMA.
                   05 WS-FS-ANIO PIC 9(4).
                   05 WS-FS-MES PIC 9(2).
                   05 WS-FS-DIA PIC 9(2).

           COPY NOMCTE.

               01 WS-CTA-SUELDOS PIC X(10) VALUE "640".
               01 WS-CTA-SS-EMPRESA PIC X(10) VALUE "642".
               01 WS-CTA-IRPF PIC X(10) VALUE "4751".
               01 WS-CTA-SS-ACREEDORA PIC X(10) VALUE "476".
               01 WS-CTA-REMUNERACIONES PIC X(10) VALUE "465".
               01 WS-CTA-ANTICIPOS PIC X(10) VALUE "460".
               01 WS-CTA-PRESTAMOS PIC X(10) VALUE "544".
               01 WS-CTA-EMBARGOS PIC X(10) VALUE "4659".
               01 WS-CC-SIN-ASIGNAR PIC X(8) VALUE "SIN-CC".

               01 WS-CENTRO-COSTE PIC X(8).
               01 WS-DEPARTAMENTO-FILA PIC X(20).
               01 WS-SS-EMPRESA PIC 9(7)V99.

               01 WS-CC-USADOS PIC 9(3) VALUE ZERO.
               01 WS-CC-MAXIMO PIC 9(3) VALUE 100.
               01 WS-CC-IDX PIC 9(3).
               01 WS-CC-POS PIC 9(3).
               01 WS-CC-ENCONTRADO PIC X VALUE "N".
                   88 CC-ENCONTRADO VALUE "S".
               01 WS-CC-DESBORDE PIC X VALUE "N".
                   88 CC-DESBORDE VALUE "S".
               01 WS-TABLA-CENTROS.
                   05 WS-CC-ENTRADA OCCURS 100 TIMES.
                       10 WS-CC-CODIGO PIC X(8).
                       10 WS-CC-EMPLEADOS PIC 9(6).
                       10 WS-CC-BRUTO PIC 9(11)V99.
                       10 WS-CC-SS-EMPRESA PIC 9(11)V99.

               01 WS-TOTAL-FILAS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-BRUTO PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-IRPF PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-SEG-SOCIAL PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-NETO PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-SS-EMPRESA PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-ANTICIPOS PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-PRESTAMOS PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-EMBARGOS PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-SIN-MAESTRO PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SIN-CENTRO PIC 9(6) VALUE ZERO.

               01 WS-TOTAL-APUNTES PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-DEBE PIC 9(11)V99 VALUE ZERO.
               01 WS-TOTAL-HABER PIC 9(11)V99 VALUE ZERO.

               01 WS-BANCO-DETALLES PIC 9(6) VALUE ZERO.
               01 WS-BANCO-IMPORTE PIC 9(11)V99 VALUE ZERO.
               01 WS-BANCO-COLA-RECUENTO PIC 9(6) VALUE ZERO.
               01 WS-BANCO-COLA-IMPORTE PIC 9(11)V99 VALUE ZERO.
               01 WS-DIFERENCIA PIC S9(11)V99.

               01 WS-APUNTE-CUENTA PIC X(10).
               01 WS-APUNTE-CENTRO PIC X(8).
               01 WS-APUNTE-SIGNO PIC X.
               01 WS-APUNTE-IMPORTE PIC 9(11)V99.
               01 WS-APUNTE-CONCEPTO PIC X(30).

               01 WS-RECUENTO-EDIT PIC ZZZ,ZZ9.
               01 WS-IMPORTE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               01 WS-DIFERENCIA-EDIT PIC -Z,ZZZ,ZZZ,ZZ9.99.

               01 WS-ASIENTO-CABECERA.
                   05 WS-CAB-TIPO PIC X VALUE "1".
                   05 WS-CAB-FECHA PIC 9(8).
                   05 WS-CAB-PERIODO PIC 9(6).
                   05 WS-CAB-CONCEPTO PIC X(20)
                       VALUE "ASIENTO NOMINA".
                   05 FILLER PIC X(45) VALUE SPACE.

               01 WS-ASIENTO-DETALLE.
                   05 WS-DET-TIPO PIC X VALUE "2".
                   05 WS-DET-PERIODO PIC 9(6).
                   05 WS-DET-CUENTA PIC X(10).
                   05 WS-DET-CENTRO-COSTE PIC X(8).
                   05 WS-DET-SIGNO PIC X.
                   05 WS-DET-IMPORTE PIC 9(11)V99.
                   05 WS-DET-CONCEPTO PIC X(30).
                   05 FILLER PIC X(11) VALUE SPACE.

               01 WS-ASIENTO-COLA.
                   05 WS-COLA-TIPO PIC X VALUE "3".
                   05 WS-COLA-RECUENTO PIC 9(6).
                   05 WS-COLA-DEBE PIC 9(11)V99.
                   05 WS-COLA-HABER PIC 9(11)V99.
                   05 FILLER PIC X(47) VALUE SPACE.

               01 WS-BANCO-CABECERA.
                   05 WS-BCAB-TIPO PIC X.
                   05 WS-BCAB-FECHA PIC 9(8).
                   05 WS-BCAB-PERIODO PIC 9(6).
                   05 WS-BCAB-CONCEPTO PIC X(20).
                   05 FILLER PIC X(45).

               01 WS-BANCO-DETALLE.
                   05 WS-BDET-TIPO PIC X.
                   05 WS-BDET-EMPLEADOS-ID PIC X(8).
                   05 WS-BDET-CUENTA PIC X(24).
                   05 WS-BDET-IMPORTE PIC 9(11)V99.
                   05 WS-BDET-BENEFICIARIO PIC X(34).

               01 WS-BANCO-COLA.
                   05 WS-BCOLA-TIPO PIC X.
                   05 WS-BCOLA-RECUENTO PIC 9(6).
                   05 WS-BCOLA-IMPORTE PIC 9(11)V99.
                   05 FILLER PIC X(60).

               01 WS-LISTADO-TITULO.
                   05 FILLER PIC X(30)
                       VALUE "ASIENTO DE NOMINA   PERIODO: ".
                   05 WS-LTT-PERIODO PIC X(6).
               01 WS-LISTADO-CABECERA.
                   05 FILLER PIC X(12) VALUE "CUENTA".
                   05 FILLER PIC X(10) VALUE "C.COSTE".
                   05 FILLER PIC X(32) VALUE "CONCEPTO".
                   05 FILLER PIC X(18) VALUE "            DEBE".
                   05 FILLER PIC X(18) VALUE "           HABER".
               01 WS-LISTADO-LINEA.
                   05 WS-LST-CUENTA PIC X(10).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-LST-CENTRO PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-LST-CONCEPTO PIC X(30).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-LST-DEBE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-LST-HABER PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               01 WS-LISTADO-TOTALES.
                   05 FILLER PIC X(54) VALUE "TOTAL ASIENTO".
                   05 WS-LSTT-DEBE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 WS-LSTT-HABER PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM SOLICITAR_PERIODO.
               PERFORM ABRIR_ARCHIVOS.
               PERFORM LEER_SIGUIENTE_NOMINA.
               PERFORM PROCESAR_FILA_NOMINA
               UNTIL FIN-NOMINA.
               IF WS-TOTAL-FILAS > ZERO
                   PERFORM GENERAR_ASIENTO
               ELSE
                   DISPLAY "No hay nomina guardada del periodo "
                       WS-PERIODO-ALFA ", no se genera asiento."
               END-IF.
               PERFORM LEER_FICHERO_BANCO.
               PERFORM IMPRIMIR_CONTROL.
               PERFORM CERRAR_ARCHIVOS.

           PROGRAM_DONE.
               GOBACK.

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

           ABRIR_ARCHIVOS.
               OPEN INPUT ARCHIVO_NOMINA.
               IF NOT NOMINA-OK
                   DISPLAY "No se puede abrir la nomina guardada "
                       "(estado " WS-NOMINA-ESTADO "), sin nomina "
                       "no hay asiento."
                   MOVE "S" TO WS-FIN-NOMINA
               END-IF.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF EMPLEADOS-OK
                   MOVE "S" TO WS-HAY-MAESTRO
               ELSE
                   DISPLAY "No se puede abrir el archivo de empleados"
                       " (estado " WS-EMPLEADOS-ESTADO "), las filas "
                       "sin departamento se imputan a "
                       WS-CC-SIN-ASIGNAR "."
               END-IF.
               OPEN INPUT DEPARTAMENTOS_ARCHIVO.
               IF DEPARTAMENTOS-OK
                   MOVE "S" TO WS-HAY-CATALOGO
               ELSE
                   DISPLAY "Sin catalogo de departamentos (estado "
                       WS-DEPARTAMENTOS-ESTADO "), todo se imputa a "
                       WS-CC-SIN-ASIGNAR "."
               END-IF.

           CERRAR_ARCHIVOS.
               CLOSE ARCHIVO_NOMINA.
               IF HAY-MAESTRO
                   CLOSE EMPLEADOS_ARCHIVO
               END-IF.
               IF HAY-CATALOGO
                   CLOSE DEPARTAMENTOS_ARCHIVO
               END-IF.

           LEER_SIGUIENTE_NOMINA.
               IF NOT FIN-NOMINA
                   READ ARCHIVO_NOMINA
                       AT END MOVE "S" TO WS-FIN-NOMINA
                   END-READ
                   IF NOT NOMINA-OK
                       MOVE "S" TO WS-FIN-NOMINA
                   END-IF
               END-IF.

           PROCESAR_FILA_NOMINA.
               IF NOM_PERIODO = WS-PER-ANIO * 100 + WS-PER-MES
                   PERFORM DETERMINAR_CENTRO_COSTE
                   PERFORM ACUMULAR_FILA
               END-IF.
               PERFORM LEER_SIGUIENTE_NOMINA.

      * El departamento sale de la fila guardada; solo las filas
      * anteriores a NOM_DEPARTAMENTO lo buscan en el maestro.
           DETERMINAR_CENTRO_COSTE.
               MOVE WS-CC-SIN-ASIGNAR TO WS-CENTRO-COSTE.
               MOVE NOM_DEPARTAMENTO TO WS-DEPARTAMENTO-FILA.
               IF WS-DEPARTAMENTO-FILA NOT = SPACE
                   PERFORM BUSCAR_CENTRO_DEPARTAMENTO
               ELSE
                   IF HAY-MAESTRO
                       MOVE NOM_EMPLEADOS_ID TO EMPLEADOS_ID
                       READ EMPLEADOS_ARCHIVO
                           KEY IS EMPLEADOS_ID
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF EMPLEADOS-OK
                           MOVE EMPLEADOS_DEPARTAMENTO
                               TO WS-DEPARTAMENTO-FILA
                           PERFORM BUSCAR_CENTRO_DEPARTAMENTO
                       ELSE
                           ADD 1 TO WS-TOTAL-SIN-MAESTRO
                           DISPLAY "Sin registro en el maestro: "
                               NOM_EMPLEADOS_ID SPACE NOM_NOMBRE SPACE
                               NOM_APELLIDOS
                       END-IF
                   END-IF
               END-IF.

           BUSCAR_CENTRO_DEPARTAMENTO.
               IF HAY-CATALOGO
                   MOVE WS-DEPARTAMENTO-FILA TO DEP_CODIGO
                   READ DEPARTAMENTOS_ARCHIVO
                       KEY IS DEP_CODIGO
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF DEPARTAMENTOS-OK AND DEP_CENTRO_COSTE NOT = SPACE
                       MOVE DEP_CENTRO_COSTE TO WS-CENTRO-COSTE
                   ELSE
                       ADD 1 TO WS-TOTAL-SIN-CENTRO
                       DISPLAY "Departamento sin centro de coste: "
                           WS-DEPARTAMENTO-FILA " (empleado "
                           NOM_EMPLEADOS_ID ")"
                   END-IF
               END-IF.

           ACUMULAR_FILA.
               COMPUTE WS-SS-EMPRESA ROUNDED =
                   NOM_BRUTO * WS-PCT-SS-EMPRESA.
               ADD 1 TO WS-TOTAL-FILAS.
               IF NOM_RETENCION_ANTICIPOS NOT NUMERIC
                   MOVE ZERO TO NOM_RETENCION_ANTICIPOS
                   MOVE ZERO TO NOM_RETENCION_PRESTAMOS
                   MOVE ZERO TO NOM_RETENCION_EMBARGOS
               END-IF.
               IF NOM_TIPO = "A"
                   SUBTRACT NOM_BRUTO FROM WS-TOTAL-BRUTO
                   SUBTRACT NOM_IRPF FROM WS-TOTAL-IRPF
                   SUBTRACT NOM_SEGURIDAD_SOCIAL
                       FROM WS-TOTAL-SEG-SOCIAL
                   SUBTRACT NOM_NETO FROM WS-TOTAL-NETO
                   SUBTRACT WS-SS-EMPRESA FROM WS-TOTAL-SS-EMPRESA
                   SUBTRACT NOM_RETENCION_ANTICIPOS
                       FROM WS-TOTAL-ANTICIPOS
                   SUBTRACT NOM_RETENCION_PRESTAMOS
                       FROM WS-TOTAL-PRESTAMOS
                   SUBTRACT NOM_RETENCION_EMBARGOS
                       FROM WS-TOTAL-EMBARGOS
               ELSE
                   ADD NOM_BRUTO TO WS-TOTAL-BRUTO
                   ADD NOM_IRPF TO WS-TOTAL-IRPF
                   ADD NOM_SEGURIDAD_SOCIAL TO WS-TOTAL-SEG-SOCIAL
                   ADD NOM_NETO TO WS-TOTAL-NETO
                   ADD WS-SS-EMPRESA TO WS-TOTAL-SS-EMPRESA
                   ADD NOM_RETENCION_ANTICIPOS TO WS-TOTAL-ANTICIPOS
                   ADD NOM_RETENCION_PRESTAMOS TO WS-TOTAL-PRESTAMOS
                   ADD NOM_RETENCION_EMBARGOS TO WS-TOTAL-EMBARGOS
               END-IF.
               PERFORM BUSCAR_CENTRO.
               IF NOT CC-ENCONTRADO
                   IF WS-CC-USADOS < WS-CC-MAXIMO
                       ADD 1 TO WS-CC-USADOS
                       MOVE WS-CC-USADOS TO WS-CC-POS
                       MOVE WS-CENTRO-COSTE
                           TO WS-CC-CODIGO(WS-CC-POS)
                       MOVE ZERO TO WS-CC-EMPLEADOS(WS-CC-POS)
                       MOVE ZERO TO WS-CC-BRUTO(WS-CC-POS)
                       MOVE ZERO TO WS-CC-SS-EMPRESA(WS-CC-POS)
                       MOVE "S" TO WS-CC-ENCONTRADO
                   ELSE
                       MOVE "S" TO WS-CC-DESBORDE
                   END-IF
               END-IF.
               IF CC-ENCONTRADO
                   IF NOM_TIPO = "A"
                       SUBTRACT 1 FROM WS-CC-EMPLEADOS(WS-CC-POS)
                       SUBTRACT NOM_BRUTO FROM WS-CC-BRUTO(WS-CC-POS)
                       SUBTRACT WS-SS-EMPRESA
                           FROM WS-CC-SS-EMPRESA(WS-CC-POS)
                   ELSE
                       ADD 1 TO WS-CC-EMPLEADOS(WS-CC-POS)
                       ADD NOM_BRUTO TO WS-CC-BRUTO(WS-CC-POS)
                       ADD WS-SS-EMPRESA
                           TO WS-CC-SS-EMPRESA(WS-CC-POS)
                   END-IF
               END-IF.

           BUSCAR_CENTRO.
               MOVE "N" TO WS-CC-ENCONTRADO.
               PERFORM COMPARAR_CENTRO
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL CC-ENCONTRADO
                   OR WS-CC-IDX > WS-CC-USADOS.

           COMPARAR_CENTRO.
               IF WS-CC-IDX <= WS-CC-USADOS
                   IF WS-CC-CODIGO(WS-CC-IDX) = WS-CENTRO-COSTE
                       MOVE WS-CC-IDX TO WS-CC-POS
                       MOVE "S" TO WS-CC-ENCONTRADO
                   END-IF
               END-IF.

           GENERAR_ASIENTO.
               IF CC-DESBORDE
                   DISPLAY "Mas de " WS-CC-MAXIMO " centros de coste "
                       "en el periodo, asiento no generado."
               ELSE
                   OPEN OUTPUT ARCHIVO_ASIENTO
                   IF NOT ASIENTO-OK
                       DISPLAY "No se puede abrir el fichero del "
                           "asiento (estado " WS-ASIENTO-ESTADO ")."
                   ELSE
                       PERFORM ESCRIBIR_ASIENTO
                       CLOSE ARCHIVO_ASIENTO
                   END-IF
               END-IF.

           ESCRIBIR_ASIENTO.
               MOVE WS-PERIODO-ALFA TO WS-LTT-PERIODO.
               DISPLAY SPACE.
               DISPLAY WS-LISTADO-TITULO.
               DISPLAY WS-LISTADO-CABECERA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               MOVE WS-FECHA-SISTEMA TO WS-CAB-FECHA.
               MOVE WS-PERIODO-ALFA TO WS-CAB-PERIODO.
               MOVE WS-ASIENTO-CABECERA TO ASIENTO_REGISTRO.
               WRITE ASIENTO_REGISTRO.
               PERFORM ESCRIBIR_APUNTES_CENTRO
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-USADOS.
               MOVE WS-CTA-IRPF TO WS-APUNTE-CUENTA.
               MOVE SPACE TO WS-APUNTE-CENTRO.
               MOVE "H" TO WS-APUNTE-SIGNO.
               MOVE WS-TOTAL-IRPF TO WS-APUNTE-IMPORTE.
               MOVE "RETENCIONES IRPF" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-CTA-SS-ACREEDORA TO WS-APUNTE-CUENTA.
               MOVE WS-TOTAL-SEG-SOCIAL TO WS-APUNTE-IMPORTE.
               MOVE "SEG. SOCIAL TRABAJADOR" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-TOTAL-SS-EMPRESA TO WS-APUNTE-IMPORTE.
               MOVE "SEG. SOCIAL EMPRESA" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-CTA-ANTICIPOS TO WS-APUNTE-CUENTA.
               MOVE WS-TOTAL-ANTICIPOS TO WS-APUNTE-IMPORTE.
               MOVE "ANTICIPOS RECUPERADOS" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-CTA-PRESTAMOS TO WS-APUNTE-CUENTA.
               MOVE WS-TOTAL-PRESTAMOS TO WS-APUNTE-IMPORTE.
               MOVE "PRESTAMOS AL PERSONAL" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-CTA-EMBARGOS TO WS-APUNTE-CUENTA.
               MOVE WS-TOTAL-EMBARGOS TO WS-APUNTE-IMPORTE.
               MOVE "EMBARGOS A INGRESAR" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-CTA-REMUNERACIONES TO WS-APUNTE-CUENTA.
               MOVE WS-TOTAL-NETO TO WS-APUNTE-IMPORTE.
               MOVE "NETOS PENDIENTES DE PAGO" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-TOTAL-APUNTES TO WS-COLA-RECUENTO.
               MOVE WS-TOTAL-DEBE TO WS-COLA-DEBE.
               MOVE WS-TOTAL-HABER TO WS-COLA-HABER.
               MOVE WS-ASIENTO-COLA TO ASIENTO_REGISTRO.
               WRITE ASIENTO_REGISTRO.
               MOVE WS-TOTAL-DEBE TO WS-LSTT-DEBE.
               MOVE WS-TOTAL-HABER TO WS-LSTT-HABER.
               DISPLAY WS-LISTADO-TOTALES.

           ESCRIBIR_APUNTES_CENTRO.
               MOVE WS-CC-CODIGO(WS-CC-IDX) TO WS-APUNTE-CENTRO.
               MOVE "D" TO WS-APUNTE-SIGNO.
               MOVE WS-CTA-SUELDOS TO WS-APUNTE-CUENTA.
               MOVE WS-CC-BRUTO(WS-CC-IDX) TO WS-APUNTE-IMPORTE.
               MOVE "SUELDOS Y SALARIOS" TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.
               MOVE WS-CTA-SS-EMPRESA TO WS-APUNTE-CUENTA.
               MOVE WS-CC-SS-EMPRESA(WS-CC-IDX) TO WS-APUNTE-IMPORTE.
               MOVE "SEG. SOCIAL A CARGO EMPRESA"
                   TO WS-APUNTE-CONCEPTO.
               PERFORM ESCRIBIR_APUNTE.

           ESCRIBIR_APUNTE.
               IF WS-APUNTE-IMPORTE > ZERO
                   MOVE WS-PERIODO-ALFA TO WS-DET-PERIODO
                   MOVE WS-APUNTE-CUENTA TO WS-DET-CUENTA
                   MOVE WS-APUNTE-CENTRO TO WS-DET-CENTRO-COSTE
                   MOVE WS-APUNTE-SIGNO TO WS-DET-SIGNO
                   MOVE WS-APUNTE-IMPORTE TO WS-DET-IMPORTE
                   MOVE WS-APUNTE-CONCEPTO TO WS-DET-CONCEPTO
                   MOVE WS-ASIENTO-DETALLE TO ASIENTO_REGISTRO
                   WRITE ASIENTO_REGISTRO
                   IF NOT ASIENTO-OK
                       DISPLAY "Error al escribir el asiento (estado "
                           WS-ASIENTO-ESTADO ")."
                   END-IF
                   ADD 1 TO WS-TOTAL-APUNTES
                   MOVE WS-APUNTE-CUENTA TO WS-LST-CUENTA
                   MOVE WS-APUNTE-CENTRO TO WS-LST-CENTRO
                   MOVE WS-APUNTE-CONCEPTO TO WS-LST-CONCEPTO
                   IF WS-APUNTE-SIGNO = "D"
                       ADD WS-APUNTE-IMPORTE TO WS-TOTAL-DEBE
                       MOVE WS-APUNTE-IMPORTE TO WS-LST-DEBE
                       MOVE ZERO TO WS-LST-HABER
                   ELSE
                       ADD WS-APUNTE-IMPORTE TO WS-TOTAL-HABER
                       MOVE ZERO TO WS-LST-DEBE
                       MOVE WS-APUNTE-IMPORTE TO WS-LST-HABER
                   END-IF
                   DISPLAY WS-LISTADO-LINEA
               END-IF.

           LEER_FICHERO_BANCO.
               OPEN INPUT ARCHIVO_BANCO.
               IF BANCO-OK
                   MOVE "S" TO WS-HAY-BANCO
                   MOVE "N" TO WS-FIN-BANCO
                   PERFORM LEER_SIGUIENTE_BANCO
                   PERFORM ANOTAR_REGISTRO_BANCO
                   UNTIL FIN-BANCO
                   CLOSE ARCHIVO_BANCO
               END-IF.

           LEER_SIGUIENTE_BANCO.
               READ ARCHIVO_BANCO
                   AT END MOVE "S" TO WS-FIN-BANCO
               END-READ.
               IF NOT BANCO-OK
                   MOVE "S" TO WS-FIN-BANCO
               END-IF.

           ANOTAR_REGISTRO_BANCO.
               EVALUATE BAN_TIPO
                   WHEN "1"
                       MOVE BANCO_REGISTRO TO WS-BANCO-CABECERA
                       IF WS-BCAB-PERIODO =
                           WS-PER-ANIO * 100 + WS-PER-MES
                           MOVE "S" TO WS-BANCO-PERIODO-OK
                       END-IF
                   WHEN "2"
                       MOVE BANCO_REGISTRO TO WS-BANCO-DETALLE
                       ADD 1 TO WS-BANCO-DETALLES
                       ADD WS-BDET-IMPORTE TO WS-BANCO-IMPORTE
                   WHEN "3"
                       MOVE BANCO_REGISTRO TO WS-BANCO-COLA
                       MOVE "S" TO WS-BANCO-CON-COLA
                       MOVE WS-BCOLA-RECUENTO
                           TO WS-BANCO-COLA-RECUENTO
                       MOVE WS-BCOLA-IMPORTE TO WS-BANCO-COLA-IMPORTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM LEER_SIGUIENTE_BANCO.

           IMPRIMIR_CONTROL.
               DISPLAY SPACE.
               DISPLAY "LISTADO DE CONTROL DEL ASIENTO  PERIODO: "
                   WS-PERIODO-ALFA.
               MOVE WS-TOTAL-FILAS TO WS-RECUENTO-EDIT.
               DISPLAY "Filas de nomina del periodo ..... "
                   WS-RECUENTO-EDIT.
               MOVE WS-CC-USADOS TO WS-RECUENTO-EDIT.
               DISPLAY "Centros de coste ................ "
                   WS-RECUENTO-EDIT.
               DISPLAY SPACE.
               DISPLAY "Registro de nomina:".
               MOVE WS-TOTAL-BRUTO TO WS-IMPORTE-EDIT.
               DISPLAY "  Bruto ......................... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-IRPF TO WS-IMPORTE-EDIT.
               DISPLAY "  IRPF .......................... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-SEG-SOCIAL TO WS-IMPORTE-EDIT.
               DISPLAY "  Seguridad Social trabajador ... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-NETO TO WS-IMPORTE-EDIT.
               DISPLAY "  Neto .......................... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-SS-EMPRESA TO WS-IMPORTE-EDIT.
               DISPLAY "  Seguridad Social empresa ...... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-ANTICIPOS TO WS-IMPORTE-EDIT.
               DISPLAY "  Anticipos retenidos ........... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-PRESTAMOS TO WS-IMPORTE-EDIT.
               DISPLAY "  Prestamos retenidos ........... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-EMBARGOS TO WS-IMPORTE-EDIT.
               DISPLAY "  Embargos retenidos ............ "
                   WS-IMPORTE-EDIT.
               DISPLAY SPACE.
               DISPLAY "Asiento:".
               MOVE WS-TOTAL-APUNTES TO WS-RECUENTO-EDIT.
               DISPLAY "  Apuntes ....................... "
                   WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-DEBE TO WS-IMPORTE-EDIT.
               DISPLAY "  Total debe .................... "
                   WS-IMPORTE-EDIT.
               MOVE WS-TOTAL-HABER TO WS-IMPORTE-EDIT.
               DISPLAY "  Total haber ................... "
                   WS-IMPORTE-EDIT.
               IF WS-TOTAL-DEBE = WS-TOTAL-HABER
                   AND WS-TOTAL-DEBE =
                       WS-TOTAL-BRUTO + WS-TOTAL-SS-EMPRESA
                   DISPLAY "  Asiento cuadrado con el registro de "
                       "nomina."
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       WS-TOTAL-DEBE - WS-TOTAL-HABER
                   MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
                   DISPLAY "  AVISO: asiento descuadrado, "
                       "debe - haber = " WS-DIFERENCIA-EDIT
               END-IF.
               DISPLAY SPACE.
               DISPLAY "Fichero del banco:".
               IF NOT HAY-BANCO
                   DISPLAY "  AVISO: no se puede abrir el fichero "
                       "del banco (estado " WS-BANCO-ESTADO ")."
               ELSE
                   PERFORM IMPRIMIR_CONTROL_BANCO
               END-IF.
               IF WS-TOTAL-SIN-MAESTRO > ZERO
                   OR WS-TOTAL-SIN-CENTRO > ZERO
                   DISPLAY SPACE
                   MOVE WS-TOTAL-SIN-MAESTRO TO WS-RECUENTO-EDIT
                   DISPLAY "Filas sin registro en el maestro: "
                       WS-RECUENTO-EDIT
                   MOVE WS-TOTAL-SIN-CENTRO TO WS-RECUENTO-EDIT
                   DISPLAY "Filas sin centro de coste: "
                       WS-RECUENTO-EDIT
                   DISPLAY "AVISO: esas filas se imputan al centro "
                       WS-CC-SIN-ASIGNAR ", reclasificar en "
                       "contabilidad."
               END-IF.

           IMPRIMIR_CONTROL_BANCO.
               IF NOT BANCO-PERIODO-OK
                   DISPLAY "  AVISO: el fichero del banco no es del "
                       "periodo " WS-PERIODO-ALFA "."
               ELSE
                   MOVE WS-BANCO-DETALLES TO WS-RECUENTO-EDIT
                   MOVE WS-BANCO-IMPORTE TO WS-IMPORTE-EDIT
                   DISPLAY "  Ordenes " WS-RECUENTO-EDIT
                       "  Importe ........ " WS-IMPORTE-EDIT
                   IF NOT BANCO-CON-COLA
                       OR WS-BANCO-COLA-RECUENTO
                           NOT = WS-BANCO-DETALLES
                       OR WS-BANCO-COLA-IMPORTE
                           NOT = WS-BANCO-IMPORTE
                       DISPLAY "  AVISO: la cola del fichero del "
                           "banco no coincide con sus detalles."
                   END-IF
                   COMPUTE WS-DIFERENCIA =
                       WS-TOTAL-NETO - WS-BANCO-IMPORTE
                   EVALUATE TRUE
                       WHEN WS-BCAB-CONCEPTO = "PAGO COMPLEMENTARIA"
                           DISPLAY "  Fichero de una complementaria: "
                               "solo diferencias, no se cuadra con "
                               "los netos."
                       WHEN WS-DIFERENCIA = ZERO
                           DISPLAY "  Netos del asiento cuadrados con "
                               "el fichero del banco."
                       WHEN OTHER
                           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-EDIT
                           DISPLAY "  AVISO: netos - banco = "
                               WS-DIFERENCIA-EDIT " (ordenes "
                               "excluidas del envio, ver "
                               "Transferencias_Banco)."
                   END-EVALUATE
               END-IF.

           END PROGRAM Asiento_Nomina.
