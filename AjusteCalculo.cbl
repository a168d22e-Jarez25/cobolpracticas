               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT DISPREV-FILE ASSIGN TO "DISPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPREV-FILE-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DISP-CASO
               FILE STATUS IS WS-DISPUTA-FILE-STATUS.

           SELECT DISPHIST-FILE ASSIGN TO "DISPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
           05 RP-SUPERVISOR         PIC X(10).
           05 FILLER                PIC X.
           05 RP-FECHA-DISP         PIC 9(8).
           05 FILLER                PIC X.
           05 RP-CASO               PIC 9(6).

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

      * Encargo de MANTIENE-DISPUTAS: caso procedente y la fila a
      * reversar. Se consume y se vacia al entrar.
       FD  DISPREV-FILE.
       01 DISPREV-RECORD.
           05 DR-CASO               PIC 9(6).
           05 FILLER                PIC X.
           05 DR-REF-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 DR-REF-SEQ            PIC 9(5).

       FD  DISPUTA-FILE.
           COPY "DISPUTA.cpy".

       FD  DISPHIST-FILE.
           COPY "DISPHIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-ORIG-OPCION            PIC 9 VALUE 0.
       01 WS-ORIG-RESULTADO         PIC S9(9)V99 VALUE 0.
       01 WS-ORIG-CUST              PIC 9(6) VALUE 0.
       01 WS-ORIG-PLAZO             PIC S9(3) VALUE 0.
       01 WS-ORIG-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-SUCURSAL-DEFECTO       PIC X(3) VALUE "001".
       01 WS-OPER-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ            PIC X VALUE "N".
       01 WS-NUM1-TEXTO             PIC -(7)9.99.
       01 WS-NUM2-TEXTO             PIC -(7)9.99.
       01 WS-RESULTADO-TEXTO        PIC -(9)9.99.
       01 WS-REV-LIMITE             PIC S9(9)V99 VALUE 0.
       01 WS-REV-MOTIVO             PIC X(40) VALUE SPACES.
       01 WS-LIMITE-TEXTO           PIC -(9)9.99.
       01 WS-DISPREV-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DISPUTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DISPHIST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CASO-DISPUTA           PIC 9(6) VALUE 0.
       01 WS-CASO-REV-ESTADO        PIC X VALUE SPACE.
       01 WS-CASO-NOTA              PIC X(60) VALUE SPACES.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM LEER-ENCARGO-DISPUTA.
           IF WS-CASO-DISPUTA > 0
               DISPLAY "REVERSA DEL CASO DE DISPUTA " WS-CASO-DISPUTA
                   ": CALCULO " WS-FECHA-ORIGINAL "/"
                   WS-SEQ-ORIGINAL "."
           ELSE
               DISPLAY "FECHA DEL CALCULO A REVERSAR (YYYYMMDD):"
               ACCEPT WS-FECHA-ORIGINAL
               DISPLAY "SECUENCIA DEL CALCULO A REVERSAR:"
               ACCEPT WS-SEQ-ORIGINAL
           END-IF.

           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Cuando la reversa la lanza un caso de disputa procedente,
      * MANTIENE-DISPUTAS deja caso y clave en DISPREV.DAT. El
      * encargo se vacia al leerlo para que la siguiente reversa
      * desde el menu vuelva a pedir la clave.
      *-----------------------------------------------------------
       LEER-ENCARGO-DISPUTA.
           MOVE 0 TO WS-CASO-DISPUTA.
           OPEN INPUT DISPREV-FILE.
           IF WS-DISPREV-FILE-STATUS = "00"
               READ DISPREV-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DR-CASO IS NUMERIC
                           AND DR-REF-DATE IS NUMERIC
                           AND DR-REF-SEQ IS NUMERIC
                           MOVE DR-CASO     TO WS-CASO-DISPUTA
                           MOVE DR-REF-DATE TO WS-FECHA-ORIGINAL
                           MOVE DR-REF-SEQ  TO WS-SEQ-ORIGINAL
                       END-IF
               END-READ
               CLOSE DISPREV-FILE
               OPEN OUTPUT DISPREV-FILE
               CLOSE DISPREV-FILE
           END-IF.

       BUSCAR-ORIGINAL.
           MOVE WS-FECHA-ORIGINAL TO CALCHIST-DATE.
           MOVE WS-SEQ-ORIGINAL   TO CALCHIST-SEQ.
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO WS-RUTINA-RC
           ELSE
               MOVE CALCHIST-SUCURSAL TO WS-ORIG-SUCURSAL
               IF WS-ORIG-SUCURSAL = SPACES
                   MOVE WS-SUCURSAL-DEFECTO TO WS-ORIG-SUCURSAL
               END-IF
               CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
                   WS-OPER-MATRIZ
      *        Un mes firmado por finanzas es intocable: la
      *        reversa contra un periodo cerrado se rechaza, y el
      *        unico camino de vuelta es la reapertura registrada
                   PERFORM REGISTRAR-ERROR
                   MOVE 4 TO WS-RUTINA-RC
               ELSE
               IF WS-OPER-MATRIZ NOT = "S"
                   AND WS-ORIG-SUCURSAL NOT = WS-OPER-SUCURSAL
                   DISPLAY "ESE CALCULO ES DE LA SUCURSAL "
                       WS-ORIG-SUCURSAL ": REVERSA RECHAZADA."
                   MOVE 4 TO WS-RUTINA-RC
               ELSE
               IF CALCHIST-TIPO = "R"
                   DISPLAY "ESA FILA YA ES UNA REVERSA. NO SE PUEDE"
                       " REVERSAR UNA REVERSA."
                   MOVE 4 TO WS-RUTINA-RC
               ELSE
               IF CALCHIST-TIPO = "F" OR CALCHIST-TIPO = "N"
                   DISPLAY "ESA FILA ES UNA FACTURA O NOTA DE CREDITO:"
                       " SE CORRIGE CON NOTA, NO CON REVERSA."
                   MOVE 4 TO WS-RUTINA-RC
               ELSE
               IF CALCHIST-TIPO = "P"
                   DISPLAY "ESA FILA ES UN PAGO DE CUOTA: SE CORRIGE EN"
                       " EL PLAN CON PAGOS-CUOTAS, NO CON REVERSA."
                   MOVE 4 TO WS-RUTINA-RC
               ELSE
                   PERFORM VERIFICAR-NO-REVERSADO
                   IF WS-YA-REVERSADO = "S"
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
           MOVE CALCHIST-OPCION    TO WS-ORIG-OPCION.
           MOVE CALCHIST-RESULTADO TO WS-ORIG-RESULTADO.
           MOVE CALCHIST-CUST-ID   TO WS-ORIG-CUST.
           IF CALCHIST-PLAZO IS NUMERIC
               MOVE CALCHIST-PLAZO TO WS-ORIG-PLAZO
           ELSE
               MOVE 0 TO WS-ORIG-PLAZO
           END-IF.
           MOVE 0 TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               CLOSE REVLIM-FILE
           END-IF.

      *    La reversa de un caso de disputa lleva el caso como
      *    motivo; el supervisor ve la queja en el expediente.
       ENCOLAR-REVERSA.
           MOVE SPACES TO WS-REV-MOTIVO.
           IF WS-CASO-DISPUTA > 0
               STRING "CASO DE DISPUTA " WS-CASO-DISPUTA
                   " PROCEDENTE" DELIMITED BY SIZE
                   INTO WS-REV-MOTIVO
           ELSE
               DISPLAY "MOTIVO DE LA REVERSA:"
               ACCEPT WS-REV-MOTIVO
           END-IF.
           IF FUNCTION TRIM(WS-REV-MOTIVO) = SPACES
               DISPLAY "SE REQUIERE UN MOTIVO. SOLICITUD"
                   " CANCELADA."
               MOVE WS-REV-MOTIVO     TO RP-MOTIVO
               MOVE SPACES            TO RP-SUPERVISOR
               MOVE 0                 TO RP-FECHA-DISP
               MOVE WS-CASO-DISPUTA   TO RP-CASO
               WRITE REVPEND-RECORD
               CLOSE REVPEND-FILE
               DISPLAY "SOLICITUD ENCOLADA. UN SUPERVISOR DEBE"
                   " LIBERARLA EN APRUEBA-REVERSAS."
               IF WS-CASO-DISPUTA > 0
                   MOVE "E" TO WS-CASO-REV-ESTADO
                   MOVE "REVERSA ENCOLADA PARA APROBACION"
                       TO WS-CASO-NOTA
                   PERFORM ANOTAR-CASO
               END-IF
           END-IF.

      *    La reversa se asienta con la fecha de negocio, igual
           MOVE WS-FECHA-ORIGINAL TO CALCHIST-REF-DATE.
           MOVE WS-SEQ-ORIGINAL   TO CALCHIST-REF-SEQ.
           MOVE WS-ORIG-CUST      TO CALCHIST-CUST-ID.
           MOVE WS-ORIG-PLAZO     TO CALCHIST-PLAZO.
           MOVE WS-ORIG-SUCURSAL  TO CALCHIST-SUCURSAL.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL    TO CALCHIST-OPERADOR.
           MOVE SPACES            TO CALCHIST-LOTE.
               END-IF
               DISPLAY "REVERSA REGISTRADA CON SECUENCIA " WS-HIST-SEQ
                   " DEL DIA " WS-SYS-DATE "."
               IF WS-CASO-DISPUTA > 0
                   MOVE "H" TO WS-CASO-REV-ESTADO
                   MOVE SPACES TO WS-CASO-NOTA
                   STRING "REVERSA ASENTADA " CALCHIST-DATE "/"
                       CALCHIST-SEQ DELIMITED BY SIZE
                       INTO WS-CASO-NOTA
                   PERFORM ANOTAR-CASO
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Liga de la reversa con su caso de disputa: el estado de la
      * reversa (y la contrapartida, si ya se asento) queda en
      * DISPUTAS.DAT y el paso en DISPHIST.DAT. El estado del caso
      * lo resuelve MANTIENE-DISPUTAS al volver.
      *-----------------------------------------------------------
       ANOTAR-CASO.
           OPEN I-O DISPUTA-FILE.
           IF WS-DISPUTA-FILE-STATUS = "00"
               MOVE WS-CASO-DISPUTA TO DISP-CASO
               READ DISPUTA-FILE
               IF WS-DISPUTA-FILE-STATUS = "00"
                   MOVE WS-CASO-REV-ESTADO TO DISP-REV-ESTADO
                   IF WS-CASO-REV-ESTADO = "H"
                       MOVE CALCHIST-DATE TO DISP-REV-DATE
                       MOVE CALCHIST-SEQ  TO DISP-REV-SEQ
                   END-IF
                   REWRITE DISPUTA-RECORD
               END-IF
               CLOSE DISPUTA-FILE
           END-IF.
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               MOVE "NO SE PUDO LIGAR LA REVERSA A SU CASO."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND DISPHIST-FILE.
           IF WS-DISPHIST-FILE-STATUS = "35"
               OPEN OUTPUT DISPHIST-FILE
           END-IF.
           MOVE SPACES          TO DISPHIST-RECORD.
           MOVE WS-CASO-DISPUTA TO DH-CASO.
           MOVE WS-SYS-DATE     TO DH-FECHA.
           MOVE WS-SYS-TIME     TO DH-HORA.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL  TO DH-OPERADOR.
           MOVE DISP-ESTADO     TO DH-ESTADO.
           MOVE WS-CASO-NOTA    TO DH-NOTA.
           WRITE DISPHIST-RECORD.
           CLOSE DISPHIST-FILE.

      *-----------------------------------------------------------
      * La contrapartida tambien entra al camino por cliente
      * (CALCHISTC.DAT), para que el estado de cuenta keyado la
           MOVE CALCHIST-RESULTADO TO CALCLOG-RESULTADO
           MOVE SPACES             TO CALCLOG-LOTE
           MOVE WS-ORIG-CUST       TO CALCLOG-CUST
           MOVE WS-ORIG-PLAZO      TO CALCLOG-PLAZO
           MOVE WS-ORIG-SUCURSAL   TO CALCLOG-SUCURSAL
           MOVE "CALCLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               CALCLOG-DATE + CALCLOG-TIME
