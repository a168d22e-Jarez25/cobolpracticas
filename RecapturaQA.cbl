       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAPTURA-QA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAMUESTRA-FILE ASSIGN TO "QAMUESTRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAMUESTRA-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QAMUESTRA-FILE.
           COPY "QAMUESTRA.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-QAMUESTRA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-TERMINAR               PIC X VALUE "N".
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-RESPUESTA              PIC X VALUE SPACE.
       01 WS-CAPTURA                PIC X(15) VALUE SPACES.
       01 WS-CAPTURA-VALIDA         PIC X VALUE "N".
       01 WS-PENDIENTES             PIC 9(5) VALUE 0.
       01 WS-COINCIDEN              PIC 9(5) VALUE 0.
       01 WS-DIFIEREN               PIC 9(5) VALUE 0.

      * Lo que se comparara contra la fila.
       01 WS-REK-OPCION             PIC 9 VALUE 0.
       01 WS-REK-IMPORTE            PIC S9(9)V99 VALUE 0.
       01 WS-REK-NUM2               PIC S9(7)V99 VALUE 0.
       01 WS-REK-CUST               PIC 9(6) VALUE 0.
       01 WS-REK-MONEDA             PIC X(3) VALUE SPACES.
       01 WS-REK-PLAZO              PIC S9(3) VALUE 0.
       01 WS-ORIG-IMPORTE           PIC S9(9)V99 VALUE 0.
       01 WS-ORIG-PLAZO             PIC S9(3) VALUE 0.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Recaptura a ciegas de la muestra QA: el operador firmado
      * ve solo la llave de cada fila que MUESTRA-QA le asigno y
      * vuelve a teclear sus datos desde el documento fuente, sin
      * que el sistema le muestre lo capturado originalmente. Se
      * compara campo por campo contra CALCHIST.DAT y la muestra
      * queda C (coincide) o D (difiere) con lo recapturado. Una
      * fila se puede dejar pendiente para otro momento.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           IF WS-OPER-ACTUAL = SPACES
               DISPLAY "SIN OPERADOR FIRMADO: ENTRA POR EL MENU"
                   " PRINCIPAL."
               GOBACK
           END-IF.
           OPEN I-O QAMUESTRA-FILE.
           IF WS-QAMUESTRA-FILE-STATUS NOT = "00"
               DISPLAY "SIN MUESTRA QA (QAMUESTRA.DAT)."
               GOBACK
           END-IF.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                   WS-HIST-FILE-STATUS ")."
               CLOSE QAMUESTRA-FILE
               GOBACK
           END-IF.
           MOVE "N" TO WS-TERMINAR.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-TERMINAR = "S"
               READ QAMUESTRA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF QA-ESTADO = "P"
                           AND QA-REVISOR = WS-OPER-ACTUAL
                           PERFORM TRATAR-MUESTRA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALC-HISTORY-FILE.
           CLOSE QAMUESTRA-FILE.
           IF WS-COINCIDEN = 0 AND WS-DIFIEREN = 0
               AND WS-PENDIENTES = 0
               DISPLAY "NO TIENES FILAS ASIGNADAS PARA RECAPTURA."
           ELSE
               DISPLAY "RECAPTURA TERMINADA. COINCIDEN " WS-COINCIDEN
                   " DIFIEREN " WS-DIFIEREN " PENDIENTES "
                   WS-PENDIENTES "."
           END-IF.
           GOBACK.

       TRATAR-MUESTRA.
           MOVE QA-DATE TO CALCHIST-DATE.
           MOVE QA-SEQ  TO CALCHIST-SEQ.
           READ CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "FILA " QA-DATE "-" QA-SEQ
                   " YA NO ESTA EN CALCHIST.DAT, QUEDA PENDIENTE."
               ADD 1 TO WS-PENDIENTES
           ELSE
               DISPLAY " "
               DISPLAY "FILA " QA-DATE "-" QA-SEQ
                   " (C = CAPTURAR, P = DEJAR PENDIENTE,"
                   " F = TERMINAR):"
               MOVE SPACE TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               EVALUATE WS-RESPUESTA
                   WHEN "F"
                   WHEN "f"
                       ADD 1 TO WS-PENDIENTES
                       MOVE "S" TO WS-TERMINAR
                   WHEN "P"
                   WHEN "p"
                       ADD 1 TO WS-PENDIENTES
                   WHEN OTHER
                       PERFORM CAPTURAR-DATOS
                       PERFORM COMPARAR-DATOS
               END-EVALUATE
           END-IF.

      *    Se pide todo lo que teclea el operador en la calculadora;
      *    la moneda siempre se pregunta para no delatar si la fila
      *    original era en moneda extranjera.
       CAPTURAR-DATOS.
           MOVE "N" TO WS-CAPTURA-VALIDA.
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "OPERACION (1-9):"
               MOVE SPACES TO WS-CAPTURA
               ACCEPT WS-CAPTURA
               IF WS-CAPTURA(1:1) >= "1" AND WS-CAPTURA(1:1) <= "9"
                   AND WS-CAPTURA(2:14) = SPACES
                   MOVE WS-CAPTURA(1:1) TO WS-REK-OPCION
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
                   DISPLAY "OPERACION INVALIDA."
               END-IF
           END-PERFORM.
           DISPLAY "MONEDA (EN BLANCO = MONEDA BASE):".
           MOVE SPACES TO WS-REK-MONEDA.
           ACCEPT WS-REK-MONEDA.
           MOVE FUNCTION UPPER-CASE(WS-REK-MONEDA) TO WS-REK-MONEDA.
           MOVE "N" TO WS-CAPTURA-VALIDA.
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "PRIMER NUMERO (IMPORTE EN ESA MONEDA):"
               MOVE SPACES TO WS-CAPTURA
               ACCEPT WS-CAPTURA
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
                   COMPUTE WS-REK-IMPORTE =
                       FUNCTION NUMVAL(WS-CAPTURA)
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CAPTURA-VALIDA.
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "SEGUNDO NUMERO:"
               MOVE SPACES TO WS-CAPTURA
               ACCEPT WS-CAPTURA
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
                   COMPUTE WS-REK-NUM2 = FUNCTION NUMVAL(WS-CAPTURA)
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
                   DISPLAY "NUMERO INVALIDO."
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CAPTURA-VALIDA.
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "ID DE CLIENTE (0 = SIN CLIENTE):"
               MOVE SPACES TO WS-CAPTURA
               ACCEPT WS-CAPTURA
               IF FUNCTION TRIM(WS-CAPTURA) = SPACES
                   MOVE 0 TO WS-REK-CUST
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
                       COMPUTE WS-REK-CUST =
                           FUNCTION NUMVAL(WS-CAPTURA)
                       MOVE "S" TO WS-CAPTURA-VALIDA
                   ELSE
                       DISPLAY "ID DE CLIENTE NO NUMERICO."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-REK-PLAZO.
           IF WS-REK-OPCION = 9
               MOVE "N" TO WS-CAPTURA-VALIDA
               PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
                   DISPLAY "PLAZO EN PERIODOS (NEGATIVO = VALOR"
                       " PRESENTE):"
                   MOVE SPACES TO WS-CAPTURA
                   ACCEPT WS-CAPTURA
                   IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
                       COMPUTE WS-REK-PLAZO =
                           FUNCTION NUMVAL(WS-CAPTURA)
                       MOVE "S" TO WS-CAPTURA-VALIDA
                   ELSE
                       DISPLAY "NUMERO INVALIDO."
                   END-IF
               END-PERFORM
           END-IF.

      *    En moneda extranjera NUM1 quedo convertido: se compara
      *    contra el importe original que se tecleo.
       COMPARAR-DATOS.
           IF CALCHIST-MONEDA = SPACES
               MOVE CALCHIST-NUM1 TO WS-ORIG-IMPORTE
           ELSE
               MOVE CALCHIST-IMP-ORIG TO WS-ORIG-IMPORTE
           END-IF.
           MOVE SPACES TO QA-DIFERENCIAS.
           IF WS-REK-OPCION NOT = CALCHIST-OPCION
               MOVE "X" TO QA-DIF-OPCION
           END-IF.
           IF WS-REK-IMPORTE NOT = WS-ORIG-IMPORTE
               MOVE "X" TO QA-DIF-NUM1
           END-IF.
           IF WS-REK-NUM2 NOT = CALCHIST-NUM2
               MOVE "X" TO QA-DIF-NUM2
           END-IF.
           IF WS-REK-CUST NOT = CALCHIST-CUST-ID
               MOVE "X" TO QA-DIF-CUST
           END-IF.
           IF WS-REK-MONEDA NOT = CALCHIST-MONEDA
               MOVE "X" TO QA-DIF-MONEDA
           END-IF.
           IF CALCHIST-PLAZO IS NUMERIC
               MOVE CALCHIST-PLAZO TO WS-ORIG-PLAZO
           ELSE
               MOVE 0 TO WS-ORIG-PLAZO
           END-IF.
           IF WS-REK-PLAZO NOT = WS-ORIG-PLAZO
               MOVE "X" TO QA-DIF-PLAZO
           END-IF.
           MOVE WS-REK-OPCION  TO QA-REK-OPCION.
           MOVE WS-REK-IMPORTE TO QA-REK-NUM1.
           MOVE WS-REK-NUM2    TO QA-REK-NUM2.
           MOVE WS-REK-CUST    TO QA-REK-CUST.
           MOVE WS-REK-MONEDA  TO QA-REK-MONEDA.
           MOVE WS-REK-PLAZO   TO QA-REK-PLAZO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYS-DATE TO QA-FECHA-REV.
           IF QA-DIFERENCIAS = SPACES
               MOVE "C" TO QA-ESTADO
           ELSE
               MOVE "D" TO QA-ESTADO
           END-IF.
           REWRITE QAMUESTRA-RECORD.
           IF WS-QAMUESTRA-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR LA RECAPTURA ("
                   WS-QAMUESTRA-FILE-STATUS "): QUEDA PENDIENTE."
               ADD 1 TO WS-PENDIENTES
           ELSE
           IF QA-ESTADO = "C"
               DISPLAY "RECAPTURA COINCIDE."
               ADD 1 TO WS-COINCIDEN
           ELSE
               DISPLAY "RECAPTURA NO COINCIDE: QUEDA PARA EL"
                   " INFORME DE CALIDAD."
               ADD 1 TO WS-DIFIEREN
           END-IF
           END-IF.

       END PROGRAM RECAPTURA-QA.
