               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

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
       FD  REVPEND-FILE.
           05 RP-SUPERVISOR         PIC X(10).
           05 FILLER                PIC X.
           05 RP-FECHA-DISP         PIC 9(8).
      *    Caso de disputa que origino la solicitud (cero o vacio
      *    en las solicitudes directas).
           05 FILLER                PIC X.
           05 RP-CASO               PIC 9(6).

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".
       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  DISPUTA-FILE.
           COPY "DISPUTA.cpy".

       FD  DISPHIST-FILE.
           COPY "DISPHIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REVPEND-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-DISPUTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DISPHIST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CASO-NOTA              PIC X(60) VALUE SPACES.
       01 WS-REV-FECHA              PIC 9(8) VALUE 0.
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-ORIG-OPCION            PIC 9 VALUE 0.
       01 WS-ORIG-RESULTADO         PIC S9(9)V99 VALUE 0.
       01 WS-ORIG-CUST              PIC 9(6) VALUE 0.
       01 WS-ORIG-PLAZO             PIC S9(3) VALUE 0.
       01 WS-ORIG-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-ORIG-OK                PIC X VALUE "N".
       01 WS-YA-REVERSADO           PIC X VALUE "N".
       01 WS-RESULTADO-TEXTO        PIC -(9)9.99.
      * disposiciones asentadas.
       01 WS-TABLA-PEND.
           05 WS-PEND-ENTRY OCCURS 100 TIMES
                   PIC X(120).

       COPY "SYSDATE.cpy".

                           MOVE "Y" TO WS-EOF-OPER
                       NOT AT END
                           IF OPER-ID = WS-SUP-ID
                               AND OPER-HASH NOT = SPACES
                               AND OPER-ROL = "S"
                               AND OPER-ESTADO NOT = "D"
                               AND OPER-ESTADO NOT = "L"
                               CALL "CIFRA-PASSWORD" USING
                                   WS-SUP-PASSWORD OPER-SALT WS-SUP-HASH
                               IF WS-SUP-HASH = OPER-HASH
                                   MOVE "S" TO WS-SUP-VALIDO
                               END-IF
                               MOVE "Y" TO WS-EOF-OPER
                           END-IF
                   END-READ
               MOVE RP-REF-DATE TO CALCHIST-DATE
               MOVE RP-REF-SEQ  TO CALCHIST-SEQ
               READ CALC-HISTORY-FILE
               IF WS-HIST-FILE-STATUS = "00"
                   AND CALCHIST-TIPO = "P"
                   DISPLAY "  ES UN PAGO DE CUOTA: SE CORRIGE EN EL"
                       " PLAN CON PAGOS-CUOTAS, NO CON REVERSA."
               END-IF
               IF WS-HIST-FILE-STATUS = "00"
                   AND CALCHIST-TIPO NOT = "R"
                   AND CALCHIST-TIPO NOT = "F"
                   AND CALCHIST-TIPO NOT = "N"
                   AND CALCHIST-TIPO NOT = "P"
                   MOVE CALCHIST-NUM1      TO WS-ORIG-NUM1
                   MOVE CALCHIST-NUM2      TO WS-ORIG-NUM2
                   MOVE CALCHIST-OPCION    TO WS-ORIG-OPCION
                   MOVE CALCHIST-RESULTADO TO WS-ORIG-RESULTADO
                   MOVE CALCHIST-CUST-ID   TO WS-ORIG-CUST
                   IF CALCHIST-PLAZO IS NUMERIC
                       MOVE CALCHIST-PLAZO TO WS-ORIG-PLAZO
                   ELSE
                       MOVE 0 TO WS-ORIG-PLAZO
                   END-IF
                   MOVE CALCHIST-SUCURSAL  TO WS-ORIG-SUCURSAL
                   PERFORM VERIFICAR-NO-REVERSADO
                   IF WS-YA-REVERSADO NOT = "S"
                       MOVE "S" TO WS-ORIG-OK
           MOVE RP-REF-DATE       TO CALCHIST-REF-DATE.
           MOVE RP-REF-SEQ        TO CALCHIST-REF-SEQ.
           MOVE WS-ORIG-CUST      TO CALCHIST-CUST-ID.
           MOVE WS-ORIG-PLAZO     TO CALCHIST-PLAZO.
           MOVE WS-ORIG-SUCURSAL  TO CALCHIST-SUCURSAL.
           MOVE WS-SUP-ID         TO CALCHIST-OPERADOR.
           MOVE SPACES            TO CALCHIST-LOTE.
           MOVE SPACES            TO CALCHIST-MONEDA.
                   MOVE WS-HIST-SEQ TO CALCHIST-SEQ
               END-IF
           END-PERFORM.
           MOVE CALCHIST-DATE TO WS-REV-FECHA.
           MOVE CALCHIST-SEQ  TO WS-HIST-SEQ.
           CLOSE CALC-HISTORY-FILE.
           PERFORM ESCRIBIR-BITACORA.
           IF WS-ORIG-CUST > 0
           MOVE WS-SUP-ID          TO CALCLOG-OPERADOR
           MOVE SPACES             TO CALCLOG-LOTE
           MOVE WS-ORIG-CUST       TO CALCLOG-CUST
           MOVE WS-ORIG-PLAZO      TO CALCLOG-PLAZO
           MOVE WS-ORIG-SUCURSAL   TO CALCLOG-SUCURSAL
           MOVE "CALCLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               CALCLOG-DATE + CALCLOG-TIME
           MOVE WS-SUP-ID   TO RP-SUPERVISOR.
           MOVE WS-SYS-DATE TO RP-FECHA-DISP.
           ADD 1 TO WS-LIBERADAS.
           IF RP-CASO IS NUMERIC AND RP-CASO > 0
               MOVE SPACES TO WS-CASO-NOTA
               STRING "REVERSA LIBERADA " WS-REV-FECHA "/"
                   WS-HIST-SEQ DELIMITED BY SIZE
                   INTO WS-CASO-NOTA
               PERFORM ANOTAR-CASO
           END-IF.

       MARCAR-RECHAZADA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-SUP-ID   TO RP-SUPERVISOR.
           MOVE WS-SYS-DATE TO RP-FECHA-DISP.
           ADD 1 TO WS-RECHAZADAS.
           IF RP-CASO IS NUMERIC AND RP-CASO > 0
               MOVE "REVERSA RECHAZADA; EL CASO VUELVE A REVISION"
                   TO WS-CASO-NOTA
               PERFORM ANOTAR-CASO
           END-IF.

      *-----------------------------------------------------------
      * Solicitud nacida de un caso de disputa: liberar deja la
      * contrapartida ligada al caso; rechazar devuelve el caso a
      * EN REVISION (ya no es procedente sin reversa) para que el
      * operador lo retome. El paso queda en DISPHIST.DAT a nombre
      * del supervisor.
      *-----------------------------------------------------------
       ANOTAR-CASO.
           OPEN I-O DISPUTA-FILE.
           IF WS-DISPUTA-FILE-STATUS = "00"
               MOVE RP-CASO TO DISP-CASO
               READ DISPUTA-FILE
               IF WS-DISPUTA-FILE-STATUS = "00"
                   MOVE WS-SYS-DATE TO DISP-FECHA-ULT
                   MOVE WS-SUP-ID   TO DISP-OPER-ULT
                   IF RP-ESTADO = "LIBERADA"
                       MOVE "H"           TO DISP-REV-ESTADO
                       MOVE WS-REV-FECHA TO DISP-REV-DATE
                       MOVE WS-HIST-SEQ  TO DISP-REV-SEQ
                   ELSE
                       MOVE "X" TO DISP-REV-ESTADO
                       MOVE "R" TO DISP-ESTADO
                       MOVE 0   TO DISP-FECHA-CIERRE
                   END-IF
                   REWRITE DISPUTA-RECORD
               END-IF
               CLOSE DISPUTA-FILE
           END-IF.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND DISPHIST-FILE.
           IF WS-DISPHIST-FILE-STATUS = "35"
               OPEN OUTPUT DISPHIST-FILE
           END-IF.
           MOVE SPACES       TO DISPHIST-RECORD.
           MOVE RP-CASO      TO DH-CASO.
           MOVE WS-SYS-DATE  TO DH-FECHA.
           MOVE WS-SYS-TIME  TO DH-HORA.
           MOVE WS-SUP-ID    TO DH-OPERADOR.
           MOVE DISP-ESTADO  TO DH-ESTADO.
           MOVE WS-CASO-NOTA TO DH-NOTA.
           WRITE DISPHIST-RECORD.
           CLOSE DISPHIST-FILE.

       GRABAR-COLA.
           OPEN OUTPUT REVPEND-FILE.
