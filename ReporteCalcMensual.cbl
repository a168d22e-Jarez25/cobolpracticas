               10 WS-DIA-TOTAL      PIC S9(11)V99 VALUE 0.
               10 WS-DIA-BREACHES   PIC 9(5) VALUE 0.

      * Un renglon por operacion (OPCION 1-9) en el mes; las
      * reversas netean el total de la operacion que corrigen.
       01 WS-OPCION-NUM          PIC 9 VALUE 0.
       01 WS-TABLA-OPCIONES.
           05 WS-OPC-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-OPC-IDX.
               10 WS-OPC-CUENTA     PIC 9(6) VALUE 0.
               10 WS-OPC-TOTAL      PIC S9(11)V99 VALUE 0.
       COPY "OPNOMBRE.cpy".
       COPY "SUCTABLA.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Vista mensual de la actividad: un renglon por dia del mes
      * supervisor pedia armar corriendo REPORTE-CALC-DIARIO hasta
      * 31 veces y pasando los numeros a una hoja de calculo. Las
      * reversas netean los totales del dia en que se asentaron.
      * Al final, el mes desglosado por operacion.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-ACUMULADOS.
           ELSE
               MOVE WS-FECHA-AUTO(1:6) TO WS-MES-CONSULTA
           END-IF.
           PERFORM ELEGIR-SUCURSAL.

           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CALCHIST-SUCURSAL TO WS-SUC-FILA
                           PERFORM FILA-DE-SUCURSAL
                           IF CALCHIST-DATE(1:6) = WS-MES-CONSULTA
                               AND (WS-SUC-REPORTE = SPACES
                               OR WS-SUC-FILA = WS-SUC-REPORTE)
                               AND CALCHIST-TIPO NOT = "P"
                               AND CALCHIST-TIPO NOT = "M"
                               AND CALCHIST-TIPO NOT = "F"
                               AND CALCHIST-TIPO NOT = "N"
                               PERFORM ACUMULAR-DIA
                           END-IF
                   END-READ
               MOVE 0 TO WS-DIA-TOTAL(WS-DIA)
               MOVE 0 TO WS-DIA-BREACHES(WS-DIA)
           END-PERFORM.
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   UNTIL WS-OPC-IDX > 9
               MOVE 0 TO WS-OPC-CUENTA(WS-OPC-IDX)
               MOVE 0 TO WS-OPC-TOTAL(WS-OPC-IDX)
           END-PERFORM.

       ACUMULAR-DIA.
           MOVE CALCHIST-DATE(7:2) TO WS-DIA.
                   ADD 1 TO WS-DIA-BREACHES(WS-DIA)
               END-IF
           END-IF.
           IF CALCHIST-OPCION >= 1 AND CALCHIST-OPCION <= 9
               SET WS-OPC-IDX TO CALCHIST-OPCION
               IF CALCHIST-TIPO NOT = "R"
                   ADD 1 TO WS-OPC-CUENTA(WS-OPC-IDX)
               END-IF
               ADD CALCHIST-RESULTADO TO WS-OPC-TOTAL(WS-OPC-IDX)
           END-IF.
           MOVE CALCHIST-RESULTADO TO WS-SUC-IMPORTE.
           IF CALCHIST-TIPO = "R"
               MOVE "N" TO WS-SUC-CONTAR
           ELSE
               MOVE "S" TO WS-SUC-CONTAR
           END-IF.
           PERFORM ACUMULAR-SUCURSAL.

       IMPRIMIR-MES.
           DISPLAY "ACTIVIDAD DEL MES " WS-MES-CONSULTA " - "
               WS-SUC-TITULO ":".
           DISPLAY "DIA  REGISTROS  TOTAL           EXCESOS".
           DISPLAY "----------------------------------------------".
           MOVE 0 TO WS-SEM-CUENTA WS-SEM-BREACHES.
           DISPLAY "TOTAL DEL MES: " WS-MES-CUENTA " REGISTROS, "
               FUNCTION TRIM(WS-TOTAL-TEXTO) ", "
               WS-MES-BREACHES " EXCESOS.".
           PERFORM IMPRIMIR-OPERACIONES.
           PERFORM IMPRIMIR-SUCURSALES.

       IMPRIMIR-SUBTOTAL-SEMANA.
           MOVE WS-SEM-TOTAL TO WS-TOTAL-TEXTO.
           MOVE 0 TO WS-SEM-CUENTA WS-SEM-BREACHES.
           MOVE 0 TO WS-SEM-TOTAL.

       IMPRIMIR-OPERACIONES.
           DISPLAY " ".
           DISPLAY "OPC OPERACION       REGISTROS  TOTAL".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   UNTIL WS-OPC-IDX > 9
               SET WS-OPCION-NUM TO WS-OPC-IDX
               MOVE WS-OPC-TOTAL(WS-OPC-IDX) TO WS-TOTAL-TEXTO
               DISPLAY " " WS-OPCION-NUM "  "
                   WS-OPN-NOMBRE(WS-OPC-IDX) "  "
                   WS-OPC-CUENTA(WS-OPC-IDX) "     "
                   FUNCTION TRIM(WS-TOTAL-TEXTO)
           END-PERFORM.

      *-----------------------------------------------------------
      * Consolidado: un renglon por sucursal para cuadrar cada
      * oficina contra el total.
      *-----------------------------------------------------------
       IMPRIMIR-SUCURSALES.
           IF WS-SUC-REPORTE = SPACES
               DISPLAY " "
               DISPLAY "SUBTOTALES POR SUCURSAL:"
               PERFORM VARYING WS-SUC-I FROM 1 BY 1
                       UNTIL WS-SUC-I > WS-SUC-NUM
                   MOVE WS-SUC-TOTAL(WS-SUC-I) TO WS-SUC-TEXTO
                   DISPLAY "  SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                       "  REGISTROS " WS-SUC-CUENTA(WS-SUC-I)
                       "  TOTAL " FUNCTION TRIM(WS-SUC-TEXTO)
               END-PERFORM
               IF WS-SUC-DESBORDE = "S"
                   DISPLAY "AVISO: MAS DE 20 SUCURSALES; EL DESGLOSE"
                       " ESTA INCOMPLETO, EL TOTAL NO."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Sucursal del reporte: fuera de casa matriz es siempre la
      * del operador; casa matriz elige una o deja el consolidado
      * con subtotales por sucursal. Las corridas automaticas de
      * la cadena salen consolidadas.
      *-----------------------------------------------------------
       ELEGIR-SUCURSAL.
           MOVE SPACES TO WS-SUC-REPORTE.
           MOVE 0 TO WS-SUC-NUM.
           MOVE "N" TO WS-SUC-DESBORDE.
           CALL "SUCURSAL-ACTUAL" USING WS-SUC-OPERADOR
               WS-SUC-MATRIZ.
           IF WS-SUC-MATRIZ NOT = "S"
               MOVE WS-SUC-OPERADOR TO WS-SUC-REPORTE
           ELSE
               IF WS-FECHA-AUTO = 0
                   DISPLAY "SUCURSAL A REPORTAR (ENTER = CONSOLIDADO):"
                   ACCEPT WS-SUC-REPORTE
               END-IF
           END-IF.
           IF WS-SUC-REPORTE = SPACES
               MOVE "CONSOLIDADO" TO WS-SUC-TITULO
           ELSE
               MOVE SPACES TO WS-SUC-TITULO
               STRING "SUCURSAL " WS-SUC-REPORTE
                   DELIMITED BY SIZE INTO WS-SUC-TITULO
           END-IF.

       FILA-DE-SUCURSAL.
           IF WS-SUC-FILA = SPACES
               MOVE WS-SUC-DEFECTO TO WS-SUC-FILA
           END-IF.

       ACUMULAR-SUCURSAL.
           MOVE 0 TO WS-SUC-HALLADO.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
                   UNTIL WS-SUC-I > WS-SUC-NUM
               IF WS-SUC-CODIGO(WS-SUC-I) = WS-SUC-FILA
                   MOVE WS-SUC-I TO WS-SUC-HALLADO
                   MOVE WS-SUC-NUM TO WS-SUC-I
               END-IF
           END-PERFORM.
           IF WS-SUC-HALLADO = 0
               IF WS-SUC-NUM < 20
                   ADD 1 TO WS-SUC-NUM
                   MOVE WS-SUC-NUM TO WS-SUC-HALLADO
                   MOVE WS-SUC-FILA TO WS-SUC-CODIGO(WS-SUC-HALLADO)
                   MOVE 0 TO WS-SUC-CUENTA(WS-SUC-HALLADO)
                   MOVE 0 TO WS-SUC-TOTAL(WS-SUC-HALLADO)
               ELSE
                   MOVE "S" TO WS-SUC-DESBORDE
               END-IF
           END-IF.
           IF WS-SUC-HALLADO > 0
               IF WS-SUC-CONTAR = "S"
                   ADD 1 TO WS-SUC-CUENTA(WS-SUC-HALLADO)
               END-IF
               ADD WS-SUC-IMPORTE TO WS-SUC-TOTAL(WS-SUC-HALLADO)
           END-IF.


       LEER-FECHA-AUTO.
           MOVE 0 TO WS-FECHA-AUTO.
