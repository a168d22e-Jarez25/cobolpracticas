           05 DEADLT-INTENTOS      PIC 9(3).
           05 FILLER               PIC X.
           05 DEADLT-URL           PIC X(150).
      *    Cuerpo del POST cuando lo agotado es un mensaje de la
      *    bandeja (un recordatorio que el cliente no recibio).
           05 FILLER               PIC X.
           05 DEADLT-DATOS         PIC X(100).

      * Handoff del calendario de reportes: la fecha pedida por
      * PROGRAMA-REPORTES (se limpia al leerse); vacio = corrida
                               FUNCTION TRIM(DEADLT-URL)
                               DELIMITED BY SIZE INTO WS-RPT-LINEA
                           PERFORM ESCRIBIR-SPOOL
                           IF DEADLT-DATOS NOT = SPACES
                               DISPLAY "      MENSAJE: "
                                   FUNCTION TRIM(DEADLT-DATOS)
                               MOVE SPACES TO WS-RPT-LINEA
                               STRING "      MENSAJE: "
                                   FUNCTION TRIM(DEADLT-DATOS)
                                   DELIMITED BY SIZE INTO WS-RPT-LINEA
                               PERFORM ESCRIBIR-SPOOL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER-FILE
