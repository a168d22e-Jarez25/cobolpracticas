       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-SALTADOS               PIC 9(5) VALUE 0.
       01 WS-RESULTADO-TEXTO        PIC -(9)9.99.
       01 WS-LIMITE-TEXTO           PIC -(9)9.99.
       01 WS-CALCULOS-TEXTO         PIC ZZZZ9.

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
           DISPLAY "  ESCALO " FUNCTION TRIM(BREACHQ-OPERADOR)
               " EL " BREACHQ-FECHA-REV ": "
               FUNCTION TRIM(BREACHQ-COMENTARIO).
