       01 WS-EOF-FLAG            PIC X VALUE "N".
       01 WS-SUP-ID              PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD        PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH            PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO          PIC X VALUE "N".
       01 WS-CONFIRMA            PIC X VALUE "N".

                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF OPER-ID = WS-SUP-ID
                               AND OPER-HASH NOT = SPACES
                               AND OPER-ROL = "S"
                               AND OPER-ESTADO = "A"
                               CALL "CIFRA-PASSWORD" USING
                                   WS-SUP-PASSWORD OPER-SALT WS-SUP-HASH
                               IF WS-SUP-HASH = OPER-HASH
                                   MOVE "S" TO WS-SUP-VALIDO
                               END-IF
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
