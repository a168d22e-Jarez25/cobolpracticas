               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCAT-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
           05 FILLER                PIC X.
           05 HCAT-CUENTA           PIC 9(7).

      * Handoff de la cadena de fin de mes: la fecha cuyo mes se
      * reporta (se limpia al leerse); vacio = corrida manual con
      * su pregunta de siempre.
       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE          PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RPTAUTO-FILE-STATUS  PIC XX VALUE "00".
       01 WS-FECHA-AUTO           PIC 9(8) VALUE 0.
       01 WS-HIST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTARC-FILE-STATUS PIC XX VALUE "00".
       01 WS-HISTCAT-FILE-STATUS PIC XX VALUE "00".
       01 WS-BREACH-EVAL         PIC X VALUE SPACE.
       01 WS-RESULTADO-EVAL      PIC S9(9)V99 VALUE 0.
       01 WS-FECHA-EVAL          PIC 9(8) VALUE 0.
       01 WS-SUC-EVAL            PIC X(3) VALUE SPACES.
       01 WS-PCT                 PIC S9(5)V99 VALUE 0.
       01 WS-PCT-TEXTO           PIC -(5)9.99.
       01 WS-TOT-TEXTO-A         PIC -(11)9.99.
               10 WS-B-TOTAL     PIC S9(11)V99.
               10 WS-B-BREACHES  PIC 9(5).

      * Lado B de los subtotales por sucursal, en el mismo orden
      * que la tabla de SUCTABLA (que lleva el lado A).
       01 WS-TABLA-SUC-B.
           05 WS-SUCB-ENTRY OCCURS 20 TIMES.
               10 WS-SUCB-CUENTA PIC 9(7).
               10 WS-SUCB-TOTAL  PIC S9(13)V99.

       COPY "SUCTABLA.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Comparativo interanual: el mes pedido contra el mismo mes
      * y excesos - leyendo la historia viva Y los archivos que
      * dejo ARCHIVA-HISTORIA (via HISTCAT.DAT), con el movimiento
      * porcentual. La respuesta a "este marzo es normal para un
      * marzo?" deja de salir de memoria. Fuera de casa matriz el
      * comparativo es el de la sucursal del operador; el
      * consolidado cierra con los dos lados por sucursal.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-TABLAS.
           PERFORM LEER-FECHA-AUTO.
           IF WS-FECHA-AUTO = 0
               DISPLAY "MES A COMPARAR (YYYYMM):"
               ACCEPT WS-MES-ACTUAL
           ELSE
               MOVE WS-FECHA-AUTO(1:6) TO WS-MES-ACTUAL
           END-IF.
           COMPUTE WS-MES-ANTERIOR = WS-MES-ACTUAL - 100.
           PERFORM ELEGIR-SUCURSAL.

           MOVE "A" TO WS-LADO.
           MOVE WS-MES-ACTUAL TO WS-MES-EN-CURSO.
               MOVE 0 TO WS-B-TOTAL(WS-O)
               MOVE 0 TO WS-B-BREACHES(WS-O)
           END-PERFORM.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1 UNTIL WS-SUC-I > 20
               MOVE 0 TO WS-SUCB-CUENTA(WS-SUC-I)
               MOVE 0 TO WS-SUCB-TOTAL(WS-SUC-I)
           END-PERFORM.

      *-----------------------------------------------------------
      * Un mes se junta de la historia viva y de todo archivo del
                                   TO WS-BREACH-EVAL
                               MOVE CALCHIST-RESULTADO
                                   TO WS-RESULTADO-EVAL
                               MOVE CALCHIST-SUCURSAL
                                   TO WS-SUC-EVAL
                               PERFORM ACUMULAR-FILA
                           END-IF
                   END-READ
                                   TO WS-BREACH-EVAL
                               MOVE ARCHIST-RESULTADO
                                   TO WS-RESULTADO-EVAL
                               MOVE ARCHIST-SUCURSAL
                                   TO WS-SUC-EVAL
                               PERFORM ACUMULAR-FILA
                           END-IF
                   END-READ
               CLOSE HIST-ARCHIVO-FILE
           END-IF.

      *    Pagos, cargos por mora, facturas y notas (TIPO P/M/F/N)
      *    no son calculos y no entran a la comparacion.
       ACUMULAR-FILA.
           MOVE WS-SUC-EVAL TO WS-SUC-FILA.
           PERFORM FILA-DE-SUCURSAL.
           IF WS-OPCION-EVAL < 1
               OR WS-TIPO-EVAL = "P" OR WS-TIPO-EVAL = "M"
               OR WS-TIPO-EVAL = "F" OR WS-TIPO-EVAL = "N"
               OR (WS-SUC-REPORTE NOT = SPACES
                   AND WS-SUC-FILA NOT = WS-SUC-REPORTE)
               CONTINUE
           ELSE
               PERFORM ACUMULAR-FILA-SUCURSAL
               MOVE WS-OPCION-EVAL TO WS-O
               IF WS-LADO = "A"
                   IF WS-TIPO-EVAL NOT = "R"
               END-IF
           END-IF.

      *    El lado A va directo a la tabla de SUCTABLA; el lado B
      *    da de alta la sucursal ahi sin importe y se acumula en
      *    su renglon paralelo.
       ACUMULAR-FILA-SUCURSAL.
           IF WS-LADO = "A"
               MOVE WS-RESULTADO-EVAL TO WS-SUC-IMPORTE
               IF WS-TIPO-EVAL = "R"
                   MOVE "N" TO WS-SUC-CONTAR
               ELSE
                   MOVE "S" TO WS-SUC-CONTAR
               END-IF
               PERFORM ACUMULAR-SUCURSAL
           ELSE
               MOVE 0 TO WS-SUC-IMPORTE
               MOVE "N" TO WS-SUC-CONTAR
               PERFORM ACUMULAR-SUCURSAL
               IF WS-SUC-HALLADO > 0
                   IF WS-TIPO-EVAL NOT = "R"
                       ADD 1 TO WS-SUCB-CUENTA(WS-SUC-HALLADO)
                   END-IF
                   ADD WS-RESULTADO-EVAL
                       TO WS-SUCB-TOTAL(WS-SUC-HALLADO)
               END-IF
           END-IF.

       IMPRIMIR-COMPARATIVO.
           DISPLAY "COMPARATIVO " WS-MES-ACTUAL " CONTRA "
               WS-MES-ANTERIOR " POR OPERACION - "
               WS-SUC-TITULO ":".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > 9
               IF WS-A-CUENTA(WS-O) > 0 OR WS-B-CUENTA(WS-O) > 0
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           PERFORM IMPRIMIR-SUCURSALES.

      *-----------------------------------------------------------
      * Consolidado: los dos lados por sucursal para ver que
      * oficina explica el movimiento del total.
      *-----------------------------------------------------------
       IMPRIMIR-SUCURSALES.
           IF WS-SUC-REPORTE = SPACES
               DISPLAY " "
               DISPLAY "SUBTOTALES POR SUCURSAL:"
               PERFORM VARYING WS-SUC-I FROM 1 BY 1
                       UNTIL WS-SUC-I > WS-SUC-NUM
                   MOVE WS-SUC-TOTAL(WS-SUC-I) TO WS-TOT-TEXTO-A
                   MOVE WS-SUCB-TOTAL(WS-SUC-I) TO WS-TOT-TEXTO-B
                   DISPLAY "  SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                   DISPLAY "    ESTE ANO: " WS-SUC-CUENTA(WS-SUC-I)
                       " MOVS, TOTAL "
                       FUNCTION TRIM(WS-TOT-TEXTO-A)
                   DISPLAY "    ANO PREVIO: " WS-SUCB-CUENTA(WS-SUC-I)
                       " MOVS, TOTAL "
                       FUNCTION TRIM(WS-TOT-TEXTO-B)
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
           OPEN INPUT RPT-AUTO-FILE.
           IF WS-RPTAUTO-FILE-STATUS = "00"
               READ RPT-AUTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPTAUTO-LINE(1:8) IS NUMERIC
                           MOVE RPTAUTO-LINE(1:8)
                               TO WS-FECHA-AUTO
                       END-IF
               END-READ
               CLOSE RPT-AUTO-FILE
           END-IF.
           IF WS-FECHA-AUTO > 0
               OPEN OUTPUT RPT-AUTO-FILE
               CLOSE RPT-AUTO-FILE
           END-IF.

       END PROGRAM REPORTE-COMPARATIVO.
