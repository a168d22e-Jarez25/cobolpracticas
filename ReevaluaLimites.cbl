                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-TIPO NOT = "R"
                               AND CALCHIST-TIPO NOT = "P"
                               AND CALCHIST-TIPO NOT = "M"
                               AND CALCHIST-TIPO NOT = "F"
                               AND CALCHIST-TIPO NOT = "N"
                               MOVE CALCHIST-DATE TO WS-FECHA-EVAL
                               MOVE CALCHIST-SEQ  TO WS-SEQ-EVAL
                               MOVE CALCHIST-OPCION
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ARCHIST-TIPO NOT = "R"
                               AND ARCHIST-TIPO NOT = "P"
                               AND ARCHIST-TIPO NOT = "M"
                               AND ARCHIST-TIPO NOT = "F"
                               AND ARCHIST-TIPO NOT = "N"
                               MOVE ARCHIST-DATE TO WS-FECHA-EVAL
                               MOVE ARCHIST-SEQ  TO WS-SEQ-EVAL
                               MOVE ARCHIST-OPCION
