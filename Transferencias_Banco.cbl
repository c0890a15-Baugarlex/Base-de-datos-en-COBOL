                    que acepta el banco (DD BANDD): un registro de
                    cabecera, un detalle por cada fila de
                    ARCHIVO_NOMINA del periodo pedido con la cuenta
                    bancaria guardada en la fila (NOM_CUENTA_BANCARIA,
                    la misma que sale en el recibo; en filas antiguas
                    sin ella, la del maestro) y el NOM_NETO que
                    Nomina_Mensual (o Liquidacion_Final) dejo
                    guardado, y una cola con el recuento y el importe
                    total como cifras de control. El neto NO se
                    los activos del maestro sin nomina en el
                    periodo. Una cuenta mal formada se informa y se
                    excluye, nunca se envia al banco.
                    En modo N-Nomina solo se pagan las filas
                    normales del periodo. En modo C-Complementaria
                    se pide la fecha de la complementaria y se paga
                    solo la diferencia de neto de cada empleado
                    corregido ese dia (fila "C" menos fila "A" de
                    ARCHIVO_NOMINA); las diferencias negativas no se
                    envian, se listan como importe a descontar al
                    empleado.
                    Si existe el fichero de parametros (DD PARDD, ver
                    PARREG) no se pregunta nada: se genera en modo N
                    el fichero del periodo indicado, que es el cuarto
                    paso de Cierre_Mensual. Termina con codigo de
                    retorno 0 si el cuadre es correcto, 4 si hay que
                    revisar diferencias o activos sin nomina, 8 si no
                    hay nomina del periodo o falla la escritura y 12
                    si no se puede abrir algun fichero o el periodo
                    de los parametros no es valido.
                    En modo N es el paso 4 del cierre aunque se lance
                    a mano: si en CONTROL_ARCHIVO el paso 3
                    (Nomina_Mensual) del periodo no consta como
                    completado no genera nada y termina con 12 (ver
                    Control_Paso); lanzado a mano anota tambien su
                    propia ejecucion como paso 4.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           FILE-CONTROL.
           COPY EMPSEL.
           COPY NOMSEL.
           COPY PARSEL.
           SELECT OPTIONAL ARCHIVO_BANCO ASSIGN TO "BANDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BANCO-ESTADO.
           FD ARCHIVO_NOMINA.
           COPY NOMREG.

           FD PARAMETROS_ARCHIVO.
           COPY PARREG.

           FD ARCHIVO_BANCO.
               01 BANCO_REGISTRO PIC X(80).

           WORKING-STORAGE SECTION.
           COPY EMPFST.
           COPY NOMFST.
           COPY PARFST.
           COPY IBANWS.
           COPY CTLWS.

               01 WS-BANCO-ESTADO PIC XX VALUE "00".
                   88 BANCO-OK VALUE "00" "05".
                   88 FIN-EMPLEADOS VALUE "S".
               01 WS-CABECERA-ESCRITA PIC X VALUE "N".
                   88 CABECERA-ESCRITA VALUE "S".
               01 WS-DESATENDIDO PIC X VALUE "N".
                   88 DESATENDIDO VALUE "S".
               01 WS-CODIGO-RETORNO PIC 9(2) VALUE ZERO.
               01 WS-PASO-ANOTADO PIC X VALUE "N".
                   88 PASO-ANOTADO VALUE "S".

               01 MODO PIC X(36) VALUE
                   "N-Nomina del mes C-Complementaria: ".
               01 WS-MODO PIC X VALUE "N".
                   88 MODO-NORMAL VALUE "N".
                   88 MODO-COMPLEMENTARIA VALUE "C".
               01 WS-MODO-VALIDO PIC X VALUE "N".
                   88 MODO-VALIDO VALUE "S".
               01 FECHA-COMPLEMENTARIA PIC X(49) VALUE
                   "Fecha complementaria (AAAAMMDD, vacio = hoy): ".
               01 WS-FECHA-COMP-ALFA PIC X(8).
               01 WS-FECHA-COMP-DESGLOSE REDEFINES WS-FECHA-COMP-ALFA.
                   05 WS-FC-ANIO PIC 9(4).
                   05 WS-FC-MES PIC 9(2).
                   05 WS-FC-DIA PIC 9(2).
               01 WS-FECHA-COMPLEMENTARIA PIC 9(8).
               01 WS-FECHA-COMP-VALIDA PIC X VALUE "N".
                   88 FECHA-COMP-VALIDA VALUE "S".

               01 WS-OPERADOR PIC X(20).

               01 WS-ORD-EMPLEADOS-ID PIC X(8).
               01 WS-ORD-NOMBRE PIC X(30).
               01 WS-ORD-APELLIDOS PIC X(30).
               01 WS-ORD-IMPORTE PIC 9(11)V99.
               01 WS-ORD-CUENTA PIC X(24).

               01 PERIODO PIC X(47) VALUE
                   "Introduce el periodo (AAAAMM, vacio = actual): ".
               01 WS-TOTAL-CUENTA-MALA PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SIN-MAESTRO PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SIN-NOMINA PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-A-DESCONTAR PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-SIN-DIFERENCIA PIC 9(6) VALUE ZERO.
               01 WS-RECUENTO-EDIT PIC ZZZ,ZZ9.
               01 WS-IMPORTE-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

               01 WS-TABLA-PAGADOS.
                   05 WS-PAG-EMPLEADOS-ID PIC X(8) OCCURS 500 TIMES.

               01 WS-DIF-USADAS PIC 9(3) VALUE ZERO.
               01 WS-DIF-MAXIMO PIC 9(3) VALUE 500.
               01 WS-DIF-IDX PIC 9(3).
               01 WS-DIF-POS PIC 9(3).
               01 WS-DIF-ENCONTRADA PIC X VALUE "N".
                   88 DIF-ENCONTRADA VALUE "S".
               01 WS-DIF-DESBORDE PIC X VALUE "N".
                   88 DIF-DESBORDE VALUE "S".
               01 WS-TABLA-DIFERENCIAS.
                   05 WS-DIF-ENTRADA OCCURS 500 TIMES.
                       10 WS-DIF-EMPLEADOS-ID PIC X(8).
                       10 WS-DIF-NOMBRE PIC X(30).
                       10 WS-DIF-APELLIDOS PIC X(30).
                       10 WS-DIF-NETO PIC S9(9)V99.
                       10 WS-DIF-CUENTA PIC X(24).
               01 WS-DIF-IMPORTE-EDIT PIC -ZZZ,ZZZ,ZZ9.99.

               01 WS-BANCO-CABECERA.
                   05 WS-CAB-TIPO PIC X VALUE "1".
                   05 WS-CAB-FECHA PIC 9(8).
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM LEER_PARAMETROS.
               IF DESATENDIDO
                   PERFORM TOMAR_PARAMETROS
               ELSE
                   PERFORM SOLICITAR_MODO
                   PERFORM SOLICITAR_PERIODO
                   IF MODO-COMPLEMENTARIA
                       PERFORM SOLICITAR_FECHA_COMPLEMENTARIA
                       MOVE "PAGO COMPLEMENTARIA" TO WS-CAB-CONCEPTO
                   END-IF
               END-IF.
               IF PERIODO-VALIDO AND MODO-NORMAL
                   PERFORM COMPROBAR_PASO_PREVIO
               END-IF.
               IF PERIODO-VALIDO
                   PERFORM GENERAR_FICHERO
               END-IF.

           PROGRAM_DONE.
               IF PASO-ANOTADO
                   PERFORM ANOTAR_FIN_PASO
               END-IF.
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
               GOBACK.

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

      * Desde el fichero de parametros solo se paga la nomina del mes;
      * la complementaria se sigue lanzando a mano.
           TOMAR_PARAMETROS.
               MOVE "N" TO WS-MODO.
               IF WS-PERIODO-ALFA IS NUMERIC
                   AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                   MOVE "S" TO WS-PERIODO-VALIDO
                   DISPLAY "Transferencias del periodo "
                       WS-PERIODO-ALFA ", segun el fichero de "
                       "parametros."
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
               MOVE 4 TO WS-CTL-PASO.
               CALL "Control_Paso" USING WS-CONTROL-PARAMETROS.
               IF NOT CTL-PERMITIDO
                   DISPLAY "El paso 4 del cierre no se lanza: "
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
               MOVE "Transferencias_Banco" TO WS-CTL-PROGRAMA.
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

           OBTENER_OPERADOR.
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME".
               IF WS-OPERADOR = SPACE
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF.
               IF WS-OPERADOR = SPACE
                   MOVE "DESCONOCIDO" TO WS-OPERADOR
               END-IF.

           GENERAR_FICHERO.
               PERFORM ABRIR_ARCHIVOS.
               PERFORM ESCRIBIR_CABECERA.
               PERFORM LEER_SIGUIENTE_NOMINA.
               PERFORM PROCESAR_FILA_NOMINA
               UNTIL FIN-NOMINA.
               IF MODO-COMPLEMENTARIA AND CABECERA-ESCRITA
                   PERFORM GENERAR_ORDEN_DIFERENCIA
                   VARYING WS-DIF-IDX FROM 1 BY 1
                   UNTIL WS-DIF-IDX > WS-DIF-USADAS
                       OR NOT BANCO-OK
               END-IF.
               PERFORM ESCRIBIR_COLA.
               IF MODO-NORMAL
                   PERFORM BUSCAR_ACTIVOS_SIN_NOMINA
               END-IF.
               PERFORM IMPRIMIR_CUADRE.
               PERFORM CERRAR_ARCHIVOS.

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
                       MOVE "S" TO WS-MODO-VALIDO
                   ELSE
                       DISPLAY "Modo no valido."
                   END-IF
               END-PERFORM.

           SOLICITAR_FECHA_COMPLEMENTARIA.
               MOVE "N" TO WS-FECHA-COMP-VALIDA.
               PERFORM UNTIL FECHA-COMP-VALIDA
                   DISPLAY FECHA-COMPLEMENTARIA
                   MOVE SPACE TO WS-FECHA-COMP-ALFA
                   ACCEPT WS-FECHA-COMP-ALFA
                   IF WS-FECHA-COMP-ALFA = SPACE
                       ACCEPT WS-FECHA-COMPLEMENTARIA
                           FROM DATE YYYYMMDD
                       MOVE "S" TO WS-FECHA-COMP-VALIDA
                   ELSE
                       IF WS-FECHA-COMP-ALFA IS NUMERIC
                           AND WS-FC-MES >= 1 AND WS-FC-MES <= 12
                           AND WS-FC-DIA >= 1 AND WS-FC-DIA <= 31
                           MOVE WS-FECHA-COMP-ALFA
                               TO WS-FECHA-COMPLEMENTARIA
                           MOVE "S" TO WS-FECHA-COMP-VALIDA
                       ELSE
                           DISPLAY "La fecha debe ser AAAAMMDD."
                       END-IF
                   END-IF
               END-PERFORM.

           SOLICITAR_PERIODO.
               MOVE "N" TO WS-PERIODO-VALIDO.
                       "(estado " WS-NOMINA-ESTADO "), sin nomina "
                       "no hay transferencias."
                   MOVE "S" TO WS-FIN-NOMINA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF NOT EMPLEADOS-OK
                   DISPLAY "No se puede abrir el archivo de empleados"
                       " (estado " WS-EMPLEADOS-ESTADO ")."
                   MOVE "S" TO WS-FIN-NOMINA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.
               OPEN OUTPUT ARCHIVO_BANCO.
               IF NOT BANCO-OK
                   DISPLAY "No se puede abrir el fichero del banco "
                       "(estado " WS-BANCO-ESTADO ")."
                   MOVE "S" TO WS-FIN-NOMINA
                   MOVE 12 TO WS-CODIGO-RETORNO
               END-IF.

           CERRAR_ARCHIVOS.

           PROCESAR_FILA_NOMINA.
               IF NOM_PERIODO = WS-PER-ANIO * 100 + WS-PER-MES
                   IF MODO-NORMAL
                       IF NOM_TIPO NOT = "A" AND NOM_TIPO NOT = "C"
                           PERFORM PAGAR_FILA_NORMAL
                       END-IF
                   ELSE
                       IF (NOM_TIPO = "A" OR NOM_TIPO = "C")
                           AND NOM_FECHA_PROCESO =
                               WS-FECHA-COMPLEMENTARIA
                           PERFORM ANOTAR_DIFERENCIA
                       END-IF
                   END-IF
               END-IF.
               PERFORM LEER_SIGUIENTE_NOMINA.

           PAGAR_FILA_NORMAL.
               ADD 1 TO WS-TOTAL-FILAS-NOMINA.
               ADD NOM_NETO TO WS-TOTAL-IMPORTE-NOMINA.
               PERFORM ANOTAR_PAGADO.
               MOVE NOM_EMPLEADOS_ID TO WS-ORD-EMPLEADOS-ID.
               MOVE NOM_NOMBRE TO WS-ORD-NOMBRE.
               MOVE NOM_APELLIDOS TO WS-ORD-APELLIDOS.
               MOVE NOM_NETO TO WS-ORD-IMPORTE.
               MOVE NOM_CUENTA_BANCARIA TO WS-ORD-CUENTA.
               PERFORM GENERAR_ORDEN.

           ANOTAR_DIFERENCIA.
               MOVE "N" TO WS-DIF-ENCONTRADA.
               PERFORM COMPARAR_DIFERENCIA
               VARYING WS-DIF-IDX FROM 1 BY 1
               UNTIL DIF-ENCONTRADA
                   OR WS-DIF-IDX > WS-DIF-USADAS.
               IF NOT DIF-ENCONTRADA
                   IF WS-DIF-USADAS < WS-DIF-MAXIMO
                       ADD 1 TO WS-DIF-USADAS
                       MOVE WS-DIF-USADAS TO WS-DIF-POS
                       MOVE NOM_EMPLEADOS_ID
                           TO WS-DIF-EMPLEADOS-ID(WS-DIF-POS)
                       MOVE NOM_NOMBRE TO WS-DIF-NOMBRE(WS-DIF-POS)
                       MOVE NOM_APELLIDOS
                           TO WS-DIF-APELLIDOS(WS-DIF-POS)
                       MOVE ZERO TO WS-DIF-NETO(WS-DIF-POS)
                       MOVE SPACE TO WS-DIF-CUENTA(WS-DIF-POS)
                       MOVE "S" TO WS-DIF-ENCONTRADA
                   ELSE
                       MOVE "S" TO WS-DIF-DESBORDE
                   END-IF
               END-IF.
               IF DIF-ENCONTRADA
                   IF NOM_TIPO = "A"
                       SUBTRACT NOM_NETO FROM WS-DIF-NETO(WS-DIF-POS)
                   ELSE
                       ADD NOM_NETO TO WS-DIF-NETO(WS-DIF-POS)
                       MOVE NOM_CUENTA_BANCARIA
                           TO WS-DIF-CUENTA(WS-DIF-POS)
                   END-IF
               END-IF.

           COMPARAR_DIFERENCIA.
               IF WS-DIF-IDX <= WS-DIF-USADAS
                   IF WS-DIF-EMPLEADOS-ID(WS-DIF-IDX)
                       = NOM_EMPLEADOS_ID
                       MOVE WS-DIF-IDX TO WS-DIF-POS
                       MOVE "S" TO WS-DIF-ENCONTRADA
                   END-IF
               END-IF.

           GENERAR_ORDEN_DIFERENCIA.
               EVALUATE TRUE
                   WHEN WS-DIF-NETO(WS-DIF-IDX) > ZERO
                       ADD 1 TO WS-TOTAL-FILAS-NOMINA
                       ADD WS-DIF-NETO(WS-DIF-IDX)
                           TO WS-TOTAL-IMPORTE-NOMINA
                       MOVE WS-DIF-EMPLEADOS-ID(WS-DIF-IDX)
                           TO WS-ORD-EMPLEADOS-ID
                       MOVE WS-DIF-NOMBRE(WS-DIF-IDX) TO WS-ORD-NOMBRE
                       MOVE WS-DIF-APELLIDOS(WS-DIF-IDX)
                           TO WS-ORD-APELLIDOS
                       MOVE WS-DIF-NETO(WS-DIF-IDX) TO WS-ORD-IMPORTE
                       MOVE WS-DIF-CUENTA(WS-DIF-IDX) TO WS-ORD-CUENTA
                       PERFORM GENERAR_ORDEN
                   WHEN WS-DIF-NETO(WS-DIF-IDX) < ZERO
                       ADD 1 TO WS-TOTAL-A-DESCONTAR
                       MOVE WS-DIF-NETO(WS-DIF-IDX)
                           TO WS-DIF-IMPORTE-EDIT
                       DISPLAY "Neto corregido menor que el pagado, a "
                           "descontar: " WS-DIF-EMPLEADOS-ID(WS-DIF-IDX)
                           SPACE WS-DIF-IMPORTE-EDIT
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-SIN-DIFERENCIA
               END-EVALUATE.

           ANOTAR_PAGADO.
               IF WS-PAG-USADAS < WS-PAG-MAXIMO
                   ADD 1 TO WS-PAG-USADAS
                   MOVE "S" TO WS-PAG-DESBORDE
               END-IF.

      * Se paga la cuenta guardada en la fila de nomina, la que sale
      * en el recibo; solo las filas anteriores a NOM_CUENTA_BANCARIA
      * la buscan en el maestro.
           GENERAR_ORDEN.
               IF WS-ORD-CUENTA NOT = SPACE
                   PERFORM ESCRIBIR_DETALLE
               ELSE
                   PERFORM BUSCAR_CUENTA_MAESTRO
               END-IF.

           BUSCAR_CUENTA_MAESTRO.
               MOVE WS-ORD-EMPLEADOS-ID TO EMPLEADOS_ID.
               READ EMPLEADOS_ARCHIVO
                   KEY IS EMPLEADOS_ID
                   INVALID KEY
               IF NOT EMPLEADOS-OK
                   ADD 1 TO WS-TOTAL-SIN-MAESTRO
                   DISPLAY "Sin registro en el maestro: "
                       WS-ORD-EMPLEADOS-ID SPACE WS-ORD-NOMBRE SPACE
                       WS-ORD-APELLIDOS
               ELSE
                   IF EMPLEADOS_CUENTA_BANCARIA = SPACE
                       ADD 1 TO WS-TOTAL-SIN-CUENTA
                       DISPLAY "Sin cuenta bancaria: "
                           WS-ORD-EMPLEADOS-ID SPACE WS-ORD-NOMBRE
                           SPACE WS-ORD-APELLIDOS
                   ELSE
                       MOVE EMPLEADOS_CUENTA_BANCARIA TO WS-ORD-CUENTA
                       PERFORM ESCRIBIR_DETALLE
                   END-IF
               END-IF.

           ESCRIBIR_DETALLE.
               MOVE WS-ORD-CUENTA TO WS-IBAN-CUENTA.
               CALL "Validar_Iban" USING WS-IBAN-PARAMETROS.
               IF NOT IBAN-VALIDO
                   ADD 1 TO WS-TOTAL-CUENTA-MALA
                   DISPLAY "Cuenta no valida (" WS-IBAN-MOTIVO "): "
                       WS-ORD-EMPLEADOS-ID SPACE WS-ORD-NOMBRE SPACE
                       WS-ORD-APELLIDOS
               ELSE
                   PERFORM ESCRIBIR_DETALLE_VALIDADO
               END-IF.

           ESCRIBIR_DETALLE_VALIDADO.
               MOVE WS-ORD-EMPLEADOS-ID TO WS-DET-EMPLEADOS-ID.
               MOVE WS-IBAN-CUENTA TO WS-DET-CUENTA.
               MOVE WS-ORD-IMPORTE TO WS-DET-IMPORTE.
               MOVE SPACE TO WS-DET-BENEFICIARIO.
               STRING WS-ORD-APELLIDOS DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-ORD-NOMBRE DELIMITED BY "  "
                   INTO WS-DET-BENEFICIARIO.
               MOVE WS-BANCO-DETALLE TO BANCO_REGISTRO.
               WRITE BANCO_REGISTRO.
               IF BANCO-OK
                   ADD 1 TO WS-TOTAL-DETALLES
                   ADD WS-ORD-IMPORTE TO WS-TOTAL-IMPORTE
               ELSE
                   DISPLAY "Error al escribir el fichero del banco "
                       "(estado " WS-BANCO-ESTADO ")."
                   MOVE "S" TO WS-FIN-NOMINA
                   IF WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF.

           ESCRIBIR_COLA.
               DISPLAY SPACE.
               DISPLAY "CUADRE NOMINA / FICHERO BANCO  PERIODO: "
                   WS-PERIODO-ALFA.
               IF MODO-COMPLEMENTARIA
                   DISPLAY "Complementaria del "
                       WS-FECHA-COMPLEMENTARIA
                       ", filas de nomina = diferencias a pagar."
               END-IF.
               MOVE WS-TOTAL-FILAS-NOMINA TO WS-RECUENTO-EDIT.
               MOVE WS-TOTAL-IMPORTE-NOMINA TO WS-IMPORTE-EDIT.
               DISPLAY "Filas de nomina:   " WS-RECUENTO-EDIT
               MOVE WS-TOTAL-SIN-NOMINA TO WS-RECUENTO-EDIT.
               DISPLAY "Activos sin nomina del periodo: "
                   WS-RECUENTO-EDIT.
               IF MODO-COMPLEMENTARIA
                   MOVE WS-TOTAL-A-DESCONTAR TO WS-RECUENTO-EDIT
                   DISPLAY "Diferencias a descontar al empleado: "
                       WS-RECUENTO-EDIT
                   MOVE WS-TOTAL-SIN-DIFERENCIA TO WS-RECUENTO-EDIT
                   DISPLAY "Correcciones sin diferencia de neto: "
                       WS-RECUENTO-EDIT
               END-IF.
               IF WS-TOTAL-DETALLES + WS-TOTAL-SIN-CUENTA
                   + WS-TOTAL-CUENTA-MALA + WS-TOTAL-SIN-MAESTRO
                   = WS-TOTAL-FILAS-NOMINA
               ELSE
                   DISPLAY "AVISO: revisar las diferencias listadas "
                       "antes de enviar el fichero al banco."
                   PERFORM MARCAR_AVISO
               END-IF.
               IF WS-TOTAL-SIN-NOMINA > ZERO
                   PERFORM MARCAR_AVISO
               END-IF.
               IF PAG-DESBORDE
                   DISPLAY "AVISO: cuadre incompleto, mas de "
                       WS-PAG-MAXIMO " filas de nomina en el periodo."
                   PERFORM MARCAR_AVISO
               END-IF.
               IF DIF-DESBORDE
                   DISPLAY "AVISO: complementaria incompleta, mas de "
                       WS-DIF-MAXIMO " empleados corregidos."
                   PERFORM MARCAR_AVISO
               END-IF.
               IF MODO-NORMAL AND WS-TOTAL-FILAS-NOMINA = ZERO
                   AND WS-CODIGO-RETORNO < 8
                   DISPLAY "ERROR: no hay nomina guardada del periodo, "
                       "el fichero del banco no lleva ordenes."
                   MOVE 8 TO WS-CODIGO-RETORNO
               END-IF.

           MARCAR_AVISO.
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           END PROGRAM Transferencias_Banco.
