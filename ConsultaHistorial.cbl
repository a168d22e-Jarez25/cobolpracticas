       01 WS-HISTARC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTCAT-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-CAT                PIC X VALUE "N".
       01 WS-ACC-PROGRAMA           PIC X(20)
                                    VALUE "CONSULTA-HISTORIAL".
       01 WS-ACC-TIPO               PIC X VALUE "L".
       01 WS-ACC-CUST               PIC 9(6) VALUE 0.
       01 WS-ACC-IDX                PIC 9(3) VALUE 0.
       01 WS-ACC-YA                 PIC X VALUE "N".
       01 WS-SUCURSAL-DEFECTO       PIC X(3) VALUE "001".
       01 WS-OPER-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ            PIC X VALUE "N".
       01 WS-FILA-SUC               PIC X(3) VALUE SPACES.
       01 WS-FILA-VISIBLE           PIC X VALUE "S".

      * Clientes ya anotados en ACCESOS.DAT en esta consulta, para
      * no dejar un renglon por cada fila del mismo cliente.
       01 WS-TABLA-ANOTADOS.
           05 WS-ANOT-NUM           PIC 9(3) VALUE 0.
           05 WS-ANOT-CUST OCCURS 200 TIMES
                                    PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-FECHA-HASTA < WS-FECHA-CONSULTA
               MOVE WS-FECHA-CONSULTA TO WS-FECHA-HASTA
           END-IF.
      *    Fuera de casa matriz solo se ven los calculos de la
      *    sucursal del operador.
           CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
               WS-OPER-MATRIZ.
           IF WS-OPER-MATRIZ NOT = "S"
               DISPLAY "SOLO CALCULOS DE LA SUCURSAL "
                   WS-OPER-SUCURSAL "."
           END-IF.

      *    La consulta abarca los archivos depurados sin que el
      *    operador sepa sus nombres: el catalogo HISTCAT.DAT que
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ARCHIST-SUCURSAL TO WS-FILA-SUC
                           PERFORM FILA-VISIBLE
                           IF ARCHIST-DATE >= WS-FECHA-CONSULTA
                               AND ARCHIST-DATE <= WS-FECHA-HASTA
                               AND WS-FILA-VISIBLE = "S"
                               ADD 1 TO WS-HALLADOS
                               MOVE ARCHIST-CUST-ID TO WS-ACC-CUST
                               PERFORM ANOTAR-CONSULTA
                               MOVE ARCHIST-NUM1 TO WS-NUM1-TEXTO
                               MOVE ARCHIST-NUM2 TO WS-NUM2-TEXTO
                               MOVE ARCHIST-RESULTADO
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CALCHIST-SUCURSAL TO WS-FILA-SUC
                           PERFORM FILA-VISIBLE
                           IF CALCHIST-DATE > WS-FECHA-HASTA
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                           IF WS-FILA-VISIBLE = "S"
                               ADD 1 TO WS-HALLADOS
                               MOVE CALCHIST-CUST-ID TO WS-ACC-CUST
                               PERFORM ANOTAR-CONSULTA
                               MOVE CALCHIST-NUM1 TO WS-NUM1-TEXTO
                               MOVE CALCHIST-NUM2 TO WS-NUM2-TEXTO
                               MOVE CALCHIST-RESULTADO
                                   " RESULTADO "
                                   FUNCTION TRIM(WS-RESULTADO-TEXTO)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Una fila se muestra si el operador es de casa matriz o si
      * es de su sucursal (fila sin sucursal = sucursal por
      * omision, como quedaron las anteriores a la sucursal).
      *-----------------------------------------------------------
       FILA-VISIBLE.
           IF WS-FILA-SUC = SPACES
               MOVE WS-SUCURSAL-DEFECTO TO WS-FILA-SUC
           END-IF.
           IF WS-OPER-MATRIZ = "S"
               OR WS-FILA-SUC = WS-OPER-SUCURSAL
               MOVE "S" TO WS-FILA-VISIBLE
           ELSE
               MOVE "N" TO WS-FILA-VISIBLE
           END-IF.

      *-----------------------------------------------------------
      * Cada cliente que aparece en las filas mostradas queda en
      * ACCESOS.DAT una vez por consulta; las filas sin cliente no
      * se anotan.
      *-----------------------------------------------------------
       ANOTAR-CONSULTA.
           IF WS-ACC-CUST NOT = 0
               MOVE "N" TO WS-ACC-YA
               PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                       UNTIL WS-ACC-IDX > WS-ANOT-NUM
                   IF WS-ANOT-CUST(WS-ACC-IDX) = WS-ACC-CUST
                       MOVE "S" TO WS-ACC-YA
                       MOVE WS-ANOT-NUM TO WS-ACC-IDX
                   END-IF
               END-PERFORM
               IF WS-ACC-YA = "N"
                   CALL "REGISTRA-CONSULTA" USING WS-ACC-PROGRAMA
                       WS-ACC-CUST WS-ACC-TIPO
                   IF WS-ANOT-NUM < 200
                       ADD 1 TO WS-ANOT-NUM
                       MOVE WS-ACC-CUST TO WS-ANOT-CUST(WS-ANOT-NUM)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Las respuestas archivadas se buscan en el catalogo
      * APICAT.DAT que alimenta ARCHIVAR-RESPUESTA (ya no con un
