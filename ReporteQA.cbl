       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-QA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAMUESTRA-FILE ASSIGN TO "QAMUESTRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAMUESTRA-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QAMUESTRA-FILE.
           COPY "QAMUESTRA.cpy".

      * Handoff del calendario de reportes: la fecha pedida por
      * PROGRAMA-REPORTES (se limpia al leerse); vacio = corrida
      * manual con sus preguntas de siempre.
       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE          PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-QAMUESTRA-FILE-STATUS PIC XX VALUE "00".
       01 WS-RPTAUTO-FILE-STATUS  PIC XX VALUE "00".
       01 WS-FECHA-AUTO           PIC 9(8) VALUE 0.
       01 WS-MES-CONSULTA         PIC 9(6) VALUE 0.
       01 WS-EOF-FLAG             PIC X VALUE "N".
       01 WS-IDX                  PIC 9(3) VALUE 0.
       01 WS-NUM-OPER             PIC 9(3) VALUE 0.
       01 WS-DESBORDE             PIC X VALUE "N".
       01 WS-TASA                 PIC 9(3)V99 VALUE 0.
       01 WS-TASA-TEXTO           PIC ZZ9.99.

      * Un renglon por operador que capturo filas muestreadas.
       01 WS-TABLA-OPER.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
               10 WS-OP-ID          PIC X(10).
               10 WS-OP-MUESTRAS    PIC 9(5).
               10 WS-OP-REVISADAS   PIC 9(5).
               10 WS-OP-ERRORES     PIC 9(5).
               10 WS-OP-PENDIENTES  PIC 9(5).

       01 WS-TOT-MUESTRAS         PIC 9(6) VALUE 0.
       01 WS-TOT-REVISADAS        PIC 9(6) VALUE 0.
       01 WS-TOT-ERRORES          PIC 9(6) VALUE 0.
       01 WS-TOT-PENDIENTES       PIC 9(6) VALUE 0.
       01 WS-TOT-SIN-REVISOR      PIC 9(6) VALUE 0.
       01 WS-ERR-OPCION           PIC 9(6) VALUE 0.
       01 WS-ERR-NUM1             PIC 9(6) VALUE 0.
       01 WS-ERR-NUM2             PIC 9(6) VALUE 0.
       01 WS-ERR-CUST             PIC 9(6) VALUE 0.
       01 WS-ERR-MONEDA           PIC 9(6) VALUE 0.
       01 WS-ERR-PLAZO            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Informe mensual de calidad de captura: por cada operador
      * que tecleo filas del mes que entraron a la muestra QA,
      * cuantas se recapturaron, cuantas no coincidieron y la tasa
      * de error de captura sobre las recapturadas. Al pie, que
      * campos fallan mas y lo que sigue sin recapturar.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-ACUMULADOS.
           PERFORM LEER-FECHA-AUTO.
           IF WS-FECHA-AUTO = 0
               DISPLAY "MES A REPORTAR (YYYYMM):"
               ACCEPT WS-MES-CONSULTA
           ELSE
               MOVE WS-FECHA-AUTO(1:6) TO WS-MES-CONSULTA
           END-IF.

           OPEN INPUT QAMUESTRA-FILE.
           IF WS-QAMUESTRA-FILE-STATUS NOT = "00"
               DISPLAY "SIN MUESTRA QA (QAMUESTRA.DAT)."
           ELSE
               MOVE WS-MES-CONSULTA TO QA-DATE(1:6)
               MOVE "01" TO QA-DATE(7:2)
               MOVE 0 TO QA-SEQ
               START QAMUESTRA-FILE KEY NOT < QA-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ QAMUESTRA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF QA-DATE(1:6) NOT = WS-MES-CONSULTA
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               PERFORM ACUMULAR-MUESTRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QAMUESTRA-FILE
               PERFORM IMPRIMIR-INFORME
           END-IF.

           GOBACK.

      *    El menu puede llamar el informe varias veces en la misma
      *    unidad de ejecucion.
       INICIALIZAR-ACUMULADOS.
           MOVE 0 TO WS-NUM-OPER.
           MOVE "N" TO WS-DESBORDE.
           MOVE 0 TO WS-TOT-MUESTRAS WS-TOT-REVISADAS WS-TOT-ERRORES.
           MOVE 0 TO WS-TOT-PENDIENTES WS-TOT-SIN-REVISOR.
           MOVE 0 TO WS-ERR-OPCION WS-ERR-NUM1 WS-ERR-NUM2.
           MOVE 0 TO WS-ERR-CUST WS-ERR-MONEDA WS-ERR-PLAZO.

       ACUMULAR-MUESTRA.
           PERFORM BUSCAR-OPERADOR.
           ADD 1 TO WS-TOT-MUESTRAS.
           EVALUATE QA-ESTADO
               WHEN "C"
                   ADD 1 TO WS-TOT-REVISADAS
               WHEN "D"
                   ADD 1 TO WS-TOT-REVISADAS
                   ADD 1 TO WS-TOT-ERRORES
                   PERFORM CONTAR-CAMPOS
               WHEN "S"
                   ADD 1 TO WS-TOT-SIN-REVISOR
               WHEN OTHER
                   ADD 1 TO WS-TOT-PENDIENTES
           END-EVALUATE.
           IF WS-IDX > 0
               ADD 1 TO WS-OP-MUESTRAS(WS-IDX)
               EVALUATE QA-ESTADO
                   WHEN "C"
                       ADD 1 TO WS-OP-REVISADAS(WS-IDX)
                   WHEN "D"
                       ADD 1 TO WS-OP-REVISADAS(WS-IDX)
                       ADD 1 TO WS-OP-ERRORES(WS-IDX)
                   WHEN "P"
                       ADD 1 TO WS-OP-PENDIENTES(WS-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       BUSCAR-OPERADOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPER
                      OR WS-OP-ID(WS-IDX) = QA-OPERADOR
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-NUM-OPER
               IF WS-NUM-OPER < 200
                   ADD 1 TO WS-NUM-OPER
                   MOVE WS-NUM-OPER TO WS-IDX
                   MOVE QA-OPERADOR TO WS-OP-ID(WS-IDX)
                   MOVE 0 TO WS-OP-MUESTRAS(WS-IDX)
                   MOVE 0 TO WS-OP-REVISADAS(WS-IDX)
                   MOVE 0 TO WS-OP-ERRORES(WS-IDX)
                   MOVE 0 TO WS-OP-PENDIENTES(WS-IDX)
               ELSE
                   MOVE "S" TO WS-DESBORDE
                   MOVE 0 TO WS-IDX
               END-IF
           END-IF.

       CONTAR-CAMPOS.
           IF QA-DIF-OPCION = "X"
               ADD 1 TO WS-ERR-OPCION
           END-IF.
           IF QA-DIF-NUM1 = "X"
               ADD 1 TO WS-ERR-NUM1
           END-IF.
           IF QA-DIF-NUM2 = "X"
               ADD 1 TO WS-ERR-NUM2
           END-IF.
           IF QA-DIF-CUST = "X"
               ADD 1 TO WS-ERR-CUST
           END-IF.
           IF QA-DIF-MONEDA = "X"
               ADD 1 TO WS-ERR-MONEDA
           END-IF.
           IF QA-DIF-PLAZO = "X"
               ADD 1 TO WS-ERR-PLAZO
           END-IF.

       IMPRIMIR-INFORME.
           DISPLAY "CALIDAD DE CAPTURA DEL MES " WS-MES-CONSULTA ":".
           DISPLAY "OPERADOR    MUESTRAS RECAPT. ERRORES PENDTES."
               "  TASA ERROR".
           DISPLAY "----------------------------------------------"
               "------------".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPER
               IF WS-OP-REVISADAS(WS-IDX) > 0
                   COMPUTE WS-TASA ROUNDED =
                       WS-OP-ERRORES(WS-IDX) * 100
                       / WS-OP-REVISADAS(WS-IDX)
                   MOVE WS-TASA TO WS-TASA-TEXTO
                   DISPLAY WS-OP-ID(WS-IDX) "  "
                       WS-OP-MUESTRAS(WS-IDX) "    "
                       WS-OP-REVISADAS(WS-IDX) "   "
                       WS-OP-ERRORES(WS-IDX) "   "
                       WS-OP-PENDIENTES(WS-IDX) "    "
                       WS-TASA-TEXTO "%"
               ELSE
                   DISPLAY WS-OP-ID(WS-IDX) "  "
                       WS-OP-MUESTRAS(WS-IDX) "    "
                       WS-OP-REVISADAS(WS-IDX) "   "
                       WS-OP-ERRORES(WS-IDX) "   "
                       WS-OP-PENDIENTES(WS-IDX) "       --"
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------------"
               "------------".
           IF WS-TOT-REVISADAS > 0
               COMPUTE WS-TASA ROUNDED =
                   WS-TOT-ERRORES * 100 / WS-TOT-REVISADAS
           ELSE
               MOVE 0 TO WS-TASA
           END-IF.
           MOVE WS-TASA TO WS-TASA-TEXTO.
           DISPLAY "TOTAL: " WS-TOT-MUESTRAS " MUESTRAS, "
               WS-TOT-REVISADAS " RECAPTURADAS, " WS-TOT-ERRORES
               " CON ERROR (" FUNCTION TRIM(WS-TASA-TEXTO) "%).".
           DISPLAY "CAMPOS CON ERROR: OPERACION " WS-ERR-OPCION
               "  PRIMER NUMERO " WS-ERR-NUM1
               "  SEGUNDO NUMERO " WS-ERR-NUM2.
           DISPLAY "                  CLIENTE " WS-ERR-CUST
               "  MONEDA " WS-ERR-MONEDA "  PLAZO " WS-ERR-PLAZO.
           IF WS-TOT-PENDIENTES > 0
               DISPLAY "SIN RECAPTURAR TODAVIA: " WS-TOT-PENDIENTES
                   " (RECAPTURA-QA)."
           END-IF.
           IF WS-TOT-SIN-REVISOR > 0
               DISPLAY "SIN REVISOR POSIBLE: " WS-TOT-SIN-REVISOR "."
           END-IF.
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: LA TABLA DE OPERADORES SE LLENO; EL"
                   " TOTAL SI INCLUYE A LOS QUE NO CUPIERON."
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

       END PROGRAM REPORTE-QA.
