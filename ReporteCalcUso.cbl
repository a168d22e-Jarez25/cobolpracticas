           05 SORT-SEQ           PIC 9(5).
           05 SORT-RESULTADO     PIC S9(9)V99.
           05 SORT-TIPO          PIC X.
           05 SORT-SUCURSAL      PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RPT-LINEA           PIC X(80) VALUE SPACES.
       01 WS-PAGINA              PIC 9(3) VALUE 0.
       01 WS-LINEAS-PAG          PIC 9(2) VALUE 0.
       01 WS-OPN-ACTUAL          PIC X(14) VALUE SPACES.

       COPY "SYSDATE.cpy".
       COPY "OPNOMBRE.cpy".
       COPY "SUCTABLA.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ELEGIR-SUCURSAL.
           PERFORM ABRIR-SPOOL.
           MOVE 0 TO WS-OPCION-ANTERIOR.
           MOVE 0 TO WS-SUBCONTADOR.
           ADD 1 TO WS-PAGINA.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "REPORTE DE USO POR OPERACION   PAGINA "
                  WS-PAGINA "   " WS-SUC-TITULO
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO SPOOL-LINE.
           WRITE SPOOL-LINE.
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO SPOOL-LINE.
           WRITE SPOOL-LINE.
           MOVE "OPCION / OPERACION   CANTIDAD   SUBTOTAL"
               TO SPOOL-LINE.
           WRITE SPOOL-LINE.
           MOVE ALL "-" TO SPOOL-LINE.
           WRITE SPOOL-LINE.
      *-----------------------------------------------------------
      * Feeds every CALCHIST.DAT row into the sort so month-end
      * usage can be broken by OPCION instead of the date+sequence
      * order the indexed file itself is keyed by. Outside head
      * office only the operator's own branch goes in.
      *-----------------------------------------------------------
       CARGAR-HISTORIA.
           OPEN INPUT CALC-HISTORY-FILE.
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
      *                    Pagos, cargos, facturas y notas (TIPO
      *                    P/M/F/N) no son uso de la calculadora.
                           MOVE CALCHIST-SUCURSAL TO WS-SUC-FILA
                           PERFORM FILA-DE-SUCURSAL
                           IF CALCHIST-TIPO NOT = "P"
                               AND CALCHIST-TIPO NOT = "M"
                               AND CALCHIST-TIPO NOT = "F"
                               AND CALCHIST-TIPO NOT = "N"
                               AND (WS-SUC-REPORTE = SPACES
                               OR WS-SUC-FILA = WS-SUC-REPORTE)
                               MOVE CALCHIST-OPCION    TO SORT-OPCION
                               MOVE CALCHIST-DATE      TO SORT-DATE
                               MOVE CALCHIST-SEQ       TO SORT-SEQ
                               MOVE CALCHIST-RESULTADO
                                   TO SORT-RESULTADO
                               MOVE CALCHIST-TIPO      TO SORT-TIPO
                               MOVE WS-SUC-FILA        TO SORT-SUCURSAL
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
      * operation once the sorted records run out.
      *-----------------------------------------------------------
       IMPRIMIR-CONTROL-BREAK.
           DISPLAY "REPORTE DE USO POR OPERACION (MES) - "
               WS-SUC-TITULO.
           DISPLAY "----------------------------------------------".
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "S" TO WS-PRIMERA-VEZ.
               END-IF
               ADD SORT-RESULTADO TO WS-SUBTOTAL
               ADD SORT-RESULTADO TO WS-GRAN-TOTAL
               MOVE SORT-SUCURSAL TO WS-SUC-FILA
               MOVE SORT-RESULTADO TO WS-SUC-IMPORTE
               IF SORT-TIPO = "R"
                   MOVE "N" TO WS-SUC-CONTAR
               ELSE
                   MOVE "S" TO WS-SUC-CONTAR
               END-IF
               PERFORM ACUMULAR-SUCURSAL
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
           PERFORM ESCRIBIR-SPOOL.
           MOVE ALL "=" TO WS-RPT-LINEA.
           PERFORM ESCRIBIR-SPOOL.
           PERFORM IMPRIMIR-SUCURSALES.

       IMPRIMIR-SUBTOTAL.
           MOVE WS-SUBTOTAL TO WS-TOTAL-TEXTO.
           MOVE SPACES TO WS-OPN-ACTUAL.
           IF WS-OPCION-ANTERIOR >= 1 AND WS-OPCION-ANTERIOR <= 9
               MOVE WS-OPN-NOMBRE(WS-OPCION-ANTERIOR) TO WS-OPN-ACTUAL
           END-IF.
           DISPLAY "OPCION " WS-OPCION-ANTERIOR " " WS-OPN-ACTUAL
               " - CANTIDAD: " WS-SUBCONTADOR
               " SUBTOTAL: " FUNCTION TRIM(WS-TOTAL-TEXTO).
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "OPCION " WS-OPCION-ANTERIOR " " WS-OPN-ACTUAL
                  " - CANTIDAD: " WS-SUBCONTADOR
                  " SUBTOTAL: " FUNCTION TRIM(WS-TOTAL-TEXTO)
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           MOVE 0 TO WS-SUBCONTADOR.
           MOVE 0 TO WS-SUBTOTAL.

      *-----------------------------------------------------------
      * Consolidated run: one line per branch, on the console and
      * in the retained print file, to tie each office to the
      * grand total.
      *-----------------------------------------------------------
       IMPRIMIR-SUCURSALES.
           IF WS-SUC-REPORTE = SPACES
               DISPLAY " "
               DISPLAY "SUBTOTALES POR SUCURSAL:"
               MOVE "SUBTOTALES POR SUCURSAL:" TO WS-RPT-LINEA
               PERFORM ESCRIBIR-SPOOL
               PERFORM VARYING WS-SUC-I FROM 1 BY 1
                       UNTIL WS-SUC-I > WS-SUC-NUM
                   MOVE WS-SUC-TOTAL(WS-SUC-I) TO WS-SUC-TEXTO
                   DISPLAY "  SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                       "  REGISTROS " WS-SUC-CUENTA(WS-SUC-I)
                       "  TOTAL " FUNCTION TRIM(WS-SUC-TEXTO)
                   MOVE SPACES TO WS-RPT-LINEA
                   STRING "  SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                          "  REGISTROS " WS-SUC-CUENTA(WS-SUC-I)
                          "  TOTAL " FUNCTION TRIM(WS-SUC-TEXTO)
                       DELIMITED BY SIZE INTO WS-RPT-LINEA
                   PERFORM ESCRIBIR-SPOOL
               END-PERFORM
               IF WS-SUC-DESBORDE = "S"
                   DISPLAY "AVISO: MAS DE 20 SUCURSALES; EL DESGLOSE"
                       " ESTA INCOMPLETO, EL TOTAL NO."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Report branch: outside head office it is always the
      * operator's; head office picks one or leaves the
      * consolidated run with per-branch subtotals.
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
               DISPLAY "SUCURSAL A REPORTAR (ENTER = CONSOLIDADO):"
               ACCEPT WS-SUC-REPORTE
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

       END PROGRAM REPORTE-CALC-USO.
