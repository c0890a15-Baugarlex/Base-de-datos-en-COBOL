      ******************************************************************
      * Author: Alex_Dan                                               *
      * Date: 15/10/2026                                               *
      * Purpose: Retenciones de un periodo por acreedor o juzgado      *
      * Tectonics: cobc                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. Informe_Deducciones.
           AUTHOR. Alex_Dan
           DATE-WRITTEN. 15/10/2026
           REMARKS. Ordena DEDUCCIONES_MOVIMIENTOS por acreedor,
                    referencia y empleado e imprime, para el periodo
                    pedido (AAAAMM, vacio = el actual), una seccion
                    de corte de control por acreedor o juzgado con
                    cada importe retenido en la nomina o en la
                    liquidacion y el pendiente que queda, el total a
                    ingresar a ese acreedor y un total general. Sirve
                    para pagar cada mes los embargos a los juzgados y
                    cuadrar los anticipos y prestamos recuperados.
                    Lo que una complementaria devuelve al pendiente
                    sale como linea negativa de origen C y resta del
                    total a ingresar.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SOURCE-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.
               OBJECT-COMPUTER. VivoBook_ASUSLaptop X515UA-D515UA.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           COPY DMVSEL.
           COPY EMPSEL.
           SELECT TRABAJO_ORDEN ASSIGN TO "DMVORDDD".
           SELECT ARCHIVO_ORDENADO ASSIGN TO "DMVSRTDD"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DEDUCCIONES_MOVIMIENTOS.
           COPY DMVREG.

           FD EMPLEADOS_ARCHIVO.
           COPY EMPREG.

           SD TRABAJO_ORDEN.
           COPY DMVREG REPLACING
               MOVIMIENTOS_REGISTRO BY ORDEN_REGISTRO
               DMV_PERIODO BY ORDEN_PERIODO
               DMV_EMPLEADOS_ID BY ORDEN_EMPLEADOS_ID
               DMV_FECHA_INICIO BY ORDEN_FECHA_INICIO
               DMV_TIPO BY ORDEN_TIPO
               DMV_ACREEDOR BY ORDEN_ACREEDOR
               DMV_REFERENCIA BY ORDEN_REFERENCIA
               DMV_IMPORTE BY ORDEN_IMPORTE
               DMV_PENDIENTE BY ORDEN_PENDIENTE
               DMV_ORIGEN BY ORDEN_ORIGEN
               DMV_FECHA_PROCESO BY ORDEN_FECHA_PROCESO.

           FD ARCHIVO_ORDENADO.
           COPY DMVREG REPLACING
               MOVIMIENTOS_REGISTRO BY SALIDA_REGISTRO
               DMV_PERIODO BY SALIDA_PERIODO
               DMV_EMPLEADOS_ID BY SALIDA_EMPLEADOS_ID
               DMV_FECHA_INICIO BY SALIDA_FECHA_INICIO
               DMV_TIPO BY SALIDA_TIPO
               DMV_ACREEDOR BY SALIDA_ACREEDOR
               DMV_REFERENCIA BY SALIDA_REFERENCIA
               DMV_IMPORTE BY SALIDA_IMPORTE
               DMV_PENDIENTE BY SALIDA_PENDIENTE
               DMV_ORIGEN BY SALIDA_ORIGEN
               DMV_FECHA_PROCESO BY SALIDA_FECHA_PROCESO.

           WORKING-STORAGE SECTION.
           COPY DMVFST.
           COPY EMPFST.

               01 WS-FIN-MOVIMIENTOS PIC X VALUE "N".
                   88 FIN-MOVIMIENTOS VALUE "S".
               01 WS-LINEA-DEL-PERIODO PIC X VALUE "N".
                   88 LINEA-DEL-PERIODO VALUE "S".
               01 WS-HAY-EMPLEADOS PIC X VALUE "N".
                   88 HAY-EMPLEADOS VALUE "S".

               01 PERIODO PIC X(47) VALUE
                   "Introduce el periodo (AAAAMM, vacio = actual): ".
               01 WS-PERIODO-ALFA PIC X(6).
               01 WS-PERIODO-DESGLOSE REDEFINES WS-PERIODO-ALFA.
                   05 WS-PER-ANIO PIC 9(4).
                   05 WS-PER-MES PIC 9(2).
               01 WS-PERIODO-VALIDO PIC X VALUE "N".
                   88 PERIODO-VALIDO VALUE "S".
               01 WS-PERIODO-NUM PIC 9(6).

               01 WS-ACREEDOR-ACTUAL PIC X(30).

               01 WS-ACR-LINEAS PIC 9(6) VALUE ZERO.
               01 WS-ACR-IMPORTE PIC S9(9)V99 VALUE ZERO.

               01 WS-TOTAL-ACREEDORES PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-LINEAS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-IMPORTE PIC S9(11)V99 VALUE ZERO.
               01 WS-TOTAL-EMBARGOS PIC S9(11)V99 VALUE ZERO.
               01 WS-TOTAL-ANTICIPOS PIC S9(11)V99 VALUE ZERO.
               01 WS-TOTAL-PRESTAMOS PIC S9(11)V99 VALUE ZERO.

               01 WS-FECHA-SISTEMA.
                   05 WS-ANIO PIC 9(4).
                   05 WS-MES PIC 9(2).
                   05 WS-DIA PIC 9(2).
               01 WS-FECHA-IMPRESION PIC X(10).

               01 WS-ENCABEZADO-1.
                   05 FILLER PIC X(32)
                       VALUE "RETENCIONES POR ACREEDOR PERIODO".
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-ENC1-PERIODO PIC X(6).
                   05 FILLER PIC X(9) VALUE "   FECHA:".
                   05 WS-ENC1-FECHA PIC X(10).

               01 WS-LINEA-ACREEDOR.
                   05 FILLER PIC X(10) VALUE "ACREEDOR: ".
                   05 WS-ACR-NOMBRE-LIN PIC X(30).

               01 WS-LINEA-TITULOS.
                   05 FILLER PIC X(23) VALUE "  REFERENCIA".
                   05 FILLER PIC X(12) VALUE "EMPLEADO  T".
                   05 FILLER PIC X(23) VALUE "APELLIDOS".
                   05 FILLER PIC X(2) VALUE "O".
                   05 FILLER PIC X(13) VALUE "    RETENIDO".
                   05 FILLER PIC X(12) VALUE "   PENDIENTE".

               01 WS-LINEA-DETALLE.
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-DET-REFERENCIA PIC X(20).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-EMPLEADO PIC X(8).
                   05 FILLER PIC X(2) VALUE SPACE.
                   05 WS-DET-TIPO PIC X.
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-APELLIDOS PIC X(22).
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-ORIGEN PIC X.
                   05 FILLER PIC X VALUE SPACE.
                   05 WS-DET-IMPORTE PIC Z,ZZZ,ZZ9.99-.
                   05 WS-DET-PENDIENTE PIC Z,ZZZ,ZZ9.99.

               01 WS-LINEA-SUBTOTAL.
                   05 FILLER PIC X(20) VALUE "  TOTAL A INGRESAR: ".
                   05 WS-SUB-IMPORTE PIC ZZZ,ZZZ,ZZ9.99-.
                   05 FILLER PIC X(10) VALUE "  LINEAS: ".
                   05 WS-SUB-LINEAS PIC ZZZ,ZZ9.

               01 WS-LINEA-GENERAL.
                   05 FILLER PIC X(16) VALUE "TOTAL RETENIDO: ".
                   05 WS-GEN-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   05 FILLER PIC X(14) VALUE "  ACREEDORES: ".
                   05 WS-GEN-ACREEDORES PIC ZZZ,ZZ9.
                   05 FILLER PIC X(10) VALUE "  LINEAS: ".
                   05 WS-GEN-LINEAS PIC ZZZ,ZZ9.

               01 WS-LINEA-TIPOS.
                   05 FILLER PIC X(12) VALUE "  EMBARGOS: ".
                   05 WS-GEN-EMBARGOS PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   05 FILLER PIC X(13) VALUE "  ANTICIPOS: ".
                   05 WS-GEN-ANTICIPOS PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
                   05 FILLER PIC X(13) VALUE "  PRESTAMOS: ".
                   05 WS-GEN-PRESTAMOS PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
           MAIN-LOGIC SECTION.

           PROGRAM_BEGIN.
               PERFORM OBTENER_FECHA.
               PERFORM SOLICITAR_PERIODO.
               PERFORM ORDENAR_MOVIMIENTOS.
               PERFORM ABRIR_ARCHIVOS.
               PERFORM IMPRIMIR_ENCABEZADO.
               PERFORM LEER_SIGUIENTE.
               IF NOT FIN-MOVIMIENTOS
                   PERFORM EMPEZAR_ACREEDOR
                   PERFORM PROCESAR_MOVIMIENTO
                   UNTIL FIN-MOVIMIENTOS
                   PERFORM IMPRIMIR_ACREEDOR
               END-IF.
               PERFORM IMPRIMIR_TOTAL_GENERAL.
               PERFORM CERRAR_ARCHIVOS.

           PROGRAM_DONE.
               GOBACK.

           OBTENER_FECHA.
               ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
               STRING WS-DIA "/" WS-MES "/" WS-ANIO
                   DELIMITED BY SIZE INTO WS-FECHA-IMPRESION.

           SOLICITAR_PERIODO.
               MOVE "N" TO WS-PERIODO-VALIDO.
               PERFORM UNTIL PERIODO-VALIDO
                   DISPLAY PERIODO
                   MOVE SPACE TO WS-PERIODO-ALFA
                   ACCEPT WS-PERIODO-ALFA
                   IF WS-PERIODO-ALFA = SPACE
                       MOVE WS-ANIO TO WS-PER-ANIO
                       MOVE WS-MES TO WS-PER-MES
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

           ORDENAR_MOVIMIENTOS.
               SORT TRABAJO_ORDEN
                   ON ASCENDING KEY ORDEN_ACREEDOR
                                    ORDEN_REFERENCIA
                                    ORDEN_EMPLEADOS_ID
                                    ORDEN_FECHA_PROCESO
                   USING DEDUCCIONES_MOVIMIENTOS
                   GIVING ARCHIVO_ORDENADO.

           ABRIR_ARCHIVOS.
               OPEN INPUT ARCHIVO_ORDENADO.
               OPEN INPUT EMPLEADOS_ARCHIVO.
               IF EMPLEADOS-OK
                   MOVE "S" TO WS-HAY-EMPLEADOS
               ELSE
                   DISPLAY "AVISO: no se puede abrir EMPLEADOS_ARCHIVO"
                       ", el informe sale sin apellidos."
               END-IF.

           CERRAR_ARCHIVOS.
               CLOSE ARCHIVO_ORDENADO.
               IF HAY-EMPLEADOS
                   CLOSE EMPLEADOS_ARCHIVO
               END-IF.

      * Solo interesan las lineas del periodo pedido; el resto del
      * fichero ordenado se salta aqui para que el corte de control
      * no abra secciones de acreedores sin importes.
           LEER_SIGUIENTE.
               MOVE "N" TO WS-LINEA-DEL-PERIODO.
               PERFORM LEER_MOVIMIENTO
               UNTIL LINEA-DEL-PERIODO OR FIN-MOVIMIENTOS.

           LEER_MOVIMIENTO.
               READ ARCHIVO_ORDENADO
                   AT END MOVE "S" TO WS-FIN-MOVIMIENTOS
               END-READ.
               IF NOT FIN-MOVIMIENTOS
                   AND SALIDA_PERIODO = WS-PERIODO-NUM
                   MOVE "S" TO WS-LINEA-DEL-PERIODO
               END-IF.

           IMPRIMIR_ENCABEZADO.
               MOVE WS-PERIODO-ALFA TO WS-ENC1-PERIODO.
               MOVE WS-FECHA-IMPRESION TO WS-ENC1-FECHA.
               DISPLAY SPACE.
               DISPLAY WS-ENCABEZADO-1.

           EMPEZAR_ACREEDOR.
               MOVE SALIDA_ACREEDOR TO WS-ACREEDOR-ACTUAL.
               MOVE ZERO TO WS-ACR-LINEAS.
               MOVE ZERO TO WS-ACR-IMPORTE.
               ADD 1 TO WS-TOTAL-ACREEDORES.
               MOVE WS-ACREEDOR-ACTUAL TO WS-ACR-NOMBRE-LIN.
               DISPLAY SPACE.
               DISPLAY WS-LINEA-ACREEDOR.
               DISPLAY WS-LINEA-TITULOS.

           PROCESAR_MOVIMIENTO.
               IF SALIDA_ACREEDOR NOT = WS-ACREEDOR-ACTUAL
                   PERFORM IMPRIMIR_ACREEDOR
                   PERFORM EMPEZAR_ACREEDOR
               END-IF.
               PERFORM IMPRIMIR_DETALLE.
               ADD 1 TO WS-ACR-LINEAS.
               ADD 1 TO WS-TOTAL-LINEAS.
               ADD SALIDA_IMPORTE TO WS-ACR-IMPORTE.
               ADD SALIDA_IMPORTE TO WS-TOTAL-IMPORTE.
               EVALUATE SALIDA_TIPO
                   WHEN "E"
                       ADD SALIDA_IMPORTE TO WS-TOTAL-EMBARGOS
                   WHEN "A"
                       ADD SALIDA_IMPORTE TO WS-TOTAL-ANTICIPOS
                   WHEN OTHER
                       ADD SALIDA_IMPORTE TO WS-TOTAL-PRESTAMOS
               END-EVALUATE.
               PERFORM LEER_SIGUIENTE.

           IMPRIMIR_DETALLE.
               MOVE SALIDA_REFERENCIA TO WS-DET-REFERENCIA.
               MOVE SALIDA_EMPLEADOS_ID TO WS-DET-EMPLEADO.
               MOVE SALIDA_TIPO TO WS-DET-TIPO.
               MOVE SALIDA_ORIGEN TO WS-DET-ORIGEN.
               MOVE SALIDA_IMPORTE TO WS-DET-IMPORTE.
               MOVE SALIDA_PENDIENTE TO WS-DET-PENDIENTE.
               MOVE SPACE TO WS-DET-APELLIDOS.
               IF HAY-EMPLEADOS
                   MOVE SALIDA_EMPLEADOS_ID TO EMPLEADOS_ID
                   READ EMPLEADOS_ARCHIVO
                       KEY IS EMPLEADOS_ID
                       INVALID KEY
                           MOVE "(no esta en el maestro)"
                               TO WS-DET-APELLIDOS
                       NOT INVALID KEY
                           MOVE EMPLEADOS_APELLIDOS TO WS-DET-APELLIDOS
                   END-READ
               END-IF.
               DISPLAY WS-LINEA-DETALLE.

           IMPRIMIR_ACREEDOR.
               MOVE WS-ACR-IMPORTE TO WS-SUB-IMPORTE.
               MOVE WS-ACR-LINEAS TO WS-SUB-LINEAS.
               DISPLAY WS-LINEA-SUBTOTAL.

           IMPRIMIR_TOTAL_GENERAL.
               IF WS-TOTAL-LINEAS > ZERO
                   MOVE WS-TOTAL-IMPORTE TO WS-GEN-IMPORTE
                   MOVE WS-TOTAL-ACREEDORES TO WS-GEN-ACREEDORES
                   MOVE WS-TOTAL-LINEAS TO WS-GEN-LINEAS
                   MOVE WS-TOTAL-EMBARGOS TO WS-GEN-EMBARGOS
                   MOVE WS-TOTAL-ANTICIPOS TO WS-GEN-ANTICIPOS
                   MOVE WS-TOTAL-PRESTAMOS TO WS-GEN-PRESTAMOS
                   DISPLAY SPACE
                   DISPLAY WS-LINEA-GENERAL
                   DISPLAY WS-LINEA-TIPOS
               ELSE
                   DISPLAY "No hay retenciones en el periodo "
                       WS-PERIODO-ALFA "."
               END-IF.

           END PROGRAM Informe_Deducciones.
