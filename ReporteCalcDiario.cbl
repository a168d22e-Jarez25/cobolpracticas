       01 WS-TOTAL-TEXTO        PIC -(9)9.99.

       COPY "SYSDATE.cpy".
       COPY "SUCTABLA.cpy".

       01 WS-TABLA-OPCIONES.
           05 WS-OPCION-ENTRY OCCURS 9 TIMES
           ELSE
               MOVE WS-FECHA-AUTO TO WS-FECHA-CONSULTA
           END-IF.
           PERFORM ELEGIR-SUCURSAL.

           PERFORM INICIALIZAR-TABLA.
           PERFORM ABRIR-SPOOL.
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-DATE = WS-FECHA-CONSULTA
                               MOVE CALCHIST-SUCURSAL TO WS-SUC-FILA
                               PERFORM FILA-DE-SUCURSAL
                               IF (WS-SUC-REPORTE = SPACES
                                   OR WS-SUC-FILA = WS-SUC-REPORTE)
                                   AND CALCHIST-TIPO NOT = "P"
                                   AND CALCHIST-TIPO NOT = "M"
                                   AND CALCHIST-TIPO NOT = "F"
                                   AND CALCHIST-TIPO NOT = "N"
                                   PERFORM ACUMULAR-REGISTRO
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
           WRITE SPOOL-LINE.
           MOVE SPACES TO WS-RPT-LINEA.
           STRING "GENERADO " WS-SYS-DATE " " WS-SYS-TIME
                  "   " WS-SUC-TITULO
               DELIMITED BY SIZE INTO WS-RPT-LINEA.
           MOVE WS-RPT-LINEA TO SPOOL-LINE.
           WRITE SPOOL-LINE.
      * Una reversa (TIPO "R") trae el RESULTADO con signo opuesto,
      * asi que sumarla netea el calculo equivocado de los totales;
      * se cuenta aparte como correccion y no como actividad.
      * Pagos, cargos por mora, facturas y notas (TIPO P/M/F/N)
      * no son calculos y quedan fuera del reporte.
       ACUMULAR-REGISTRO.
           SET WS-OPCION-IDX TO CALCHIST-OPCION.
           IF CALCHIST-TIPO = "R"
           END-IF.
           ADD CALCHIST-RESULTADO TO WS-GRAN-TOTAL.
           ADD CALCHIST-RESULTADO TO WS-OPCION-TOTAL(WS-OPCION-IDX).
           MOVE CALCHIST-RESULTADO TO WS-SUC-IMPORTE.
           IF CALCHIST-TIPO = "R"
               MOVE "N" TO WS-SUC-CONTAR
           ELSE
               MOVE "S" TO WS-SUC-CONTAR
           END-IF.
           PERFORM ACUMULAR-SUCURSAL.

       IMPRIMIR-TOTALES.
           DISPLAY "REPORTE DIARIO DE CALCULOS - " WS-FECHA-CONSULTA
               " - " WS-SUC-TITULO.
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-OPCION-IDX FROM 1 BY 1
                   UNTIL WS-OPCION-IDX > 9
           PERFORM ESCRIBIR-SPOOL.
           MOVE ALL "=" TO WS-RPT-LINEA.
           PERFORM ESCRIBIR-SPOOL.
           PERFORM IMPRIMIR-SUCURSALES.

      *-----------------------------------------------------------
      * Consolidado: un renglon por sucursal en consola y en el
      * impreso, para cuadrar cada oficina contra el gran total.
      *-----------------------------------------------------------
       IMPRIMIR-SUCURSALES.
           IF WS-SUC-REPORTE = SPACES
               DISPLAY "SUBTOTALES POR SUCURSAL:"
               MOVE "SUBTOTALES POR SUCURSAL:" TO WS-RPT-LINEA
               PERFORM ESCRIBIR-SPOOL
               PERFORM VARYING WS-SUC-I FROM 1 BY 1
                       UNTIL WS-SUC-I > WS-SUC-NUM
                   MOVE WS-SUC-TOTAL(WS-SUC-I) TO WS-SUC-TEXTO
                   MOVE SPACES TO WS-RPT-LINEA
                   STRING "SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                       " - CANTIDAD: " WS-SUC-CUENTA(WS-SUC-I)
                       " TOTAL: " FUNCTION TRIM(WS-SUC-TEXTO)
                       DELIMITED BY SIZE INTO WS-RPT-LINEA
                   DISPLAY WS-RPT-LINEA
                   PERFORM ESCRIBIR-SPOOL
               END-PERFORM
               IF WS-SUC-DESBORDE = "S"
                   DISPLAY "AVISO: MAS DE 20 SUCURSALES; EL DESGLOSE"
                       " ESTA INCOMPLETO, EL GRAN TOTAL NO."
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
