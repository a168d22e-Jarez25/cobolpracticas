       01 WS-NUM1-TEXTO             PIC -(7)9.99.
       01 WS-RESULTADO-TEXTO        PIC -(9)9.99.
       01 WS-LIMITE-TEXTO           PIC -(9)9.99.
       01 WS-CALCULOS-TEXTO         PIC ZZZZ9.

       COPY "SYSDATE.cpy".

               " RESULTADO " FUNCTION TRIM(WS-RESULTADO-TEXTO)
               " LIMITE " FUNCTION TRIM(WS-LIMITE-TEXTO)
               " (" BREACHQ-BANDA ")".
      *    Los patrones de REPORTE-FRACCION no son un calculo:
      *    NUM1 trae cuantos calculos lo forman y RESULTADO su suma.
           IF BREACHQ-BANDA = "FRACC" OR BREACHQ-BANDA = "ACUMUL"
               MOVE BREACHQ-NUM1 TO WS-CALCULOS-TEXTO
               DISPLAY "  PATRON DEL CLIENTE " BREACHQ-CUST ": "
                   FUNCTION TRIM(WS-CALCULOS-TEXTO) " CALCULOS"
                   " QUE SUMAN EL RESULTADO"
           END-IF.
           DISPLAY "DISPOSICION (R=REVISADO E=ESCALADO S=SALTAR"
               " F=TERMINAR):"
           ACCEPT WS-DISPOSICION.
