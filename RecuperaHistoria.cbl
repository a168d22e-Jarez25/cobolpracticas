           MOVE SPACES            TO CALCHIST-MONEDA.
           MOVE 0                 TO CALCHIST-TASA.
           MOVE 0                 TO CALCHIST-IMP-ORIG.
           IF CALCLOG-PLAZO IS NUMERIC
               MOVE CALCLOG-PLAZO TO CALCHIST-PLAZO
           ELSE
               MOVE 0 TO CALCHIST-PLAZO
           END-IF.
           MOVE CALCLOG-SUCURSAL TO CALCHIST-SUCURSAL.
           PERFORM WITH TEST AFTER
                   UNTIL WS-HIST-FILE-STATUS NOT = "22"
               WRITE CALCHIST-RECORD
