               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT CIERRE-AUTO-FILE ASSIGN TO "CIERREAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIERREAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIERRES-FILE.
       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

      * Handoff de la cadena de fin de mes: el YYYYMM a cerrar sin
      * preguntas (se limpia al leerse); vacio = menu de siempre.
       FD  CIERRE-AUTO-FILE.
       01 CIERREAUTO-LINE        PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-CIERRES-FILE-STATUS PIC XX VALUE "00".
       01 WS-CIERRELOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CIERREAUTO-FILE-STATUS PIC XX VALUE "00".
       01 WS-PERIODO-AUTO        PIC 9(6) VALUE 0.
       01 WS-OPCION              PIC 9 VALUE 9.
       01 WS-PERIODO             PIC 9(6) VALUE 0.
       01 WS-OPERADOR-ID         PIC X(10) VALUE SPACES.
       01 WS-SUP-ID              PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD        PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH            PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO          PIC X VALUE "N".
       01 WS-EOF-OPER            PIC X VALUE "N".
       01 WS-EOF-FLAG            PIC X VALUE "N".
      * VERIFICA-CIERRE) rechazan todo movimiento que lo toque -
      * incluida la reversa de AJUSTE-CALCULO. La unica vuelta
      * atras es la reapertura, que exige supervisor y queda en
      * CIERRELOG.DAT. La cadena de fin de mes cierra el mes sin
      * preguntas via CIERREAUTO.DAT, con el candado de corrida
      * ya tomado y a nombre del operador de la corrida;
      * RETURN-CODE 8 si no pudo cerrarlo.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM LEER-CIERRE-AUTO.
           IF WS-PERIODO-AUTO > 0
               PERFORM CERRAR-MES-AUTO
               GOBACK
           END-IF.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
       PEDIR-PERIODO.
           DISPLAY "PERIODO (YYYYMM):"
           ACCEPT WS-PERIODO.
           PERFORM BUSCAR-PERIODO.

       BUSCAR-PERIODO.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CIERRES
                   DISPLAY "ESE PERIODO YA ESTA CERRADO."
               ELSE
                   IF WS-NUM-CIERRES < 200
                       PERFORM ASENTAR-CIERRE
                   END-IF
               END-IF
           END-IF.

       ASENTAR-CIERRE.
           ADD 1 TO WS-NUM-CIERRES.
           MOVE WS-PERIODO TO WS-CIERRE-ENTRY(WS-NUM-CIERRES).
           PERFORM GRABAR-CIERRES.
           MOVE "CIERRE" TO WS-ACCION-LOG.
           MOVE WS-OPERADOR-ID TO WS-SUP-ID.
           PERFORM REGISTRAR-CIERRE-LOG.
           DISPLAY "PERIODO " WS-PERIODO " CERRADO.".

      *    Cierre sin preguntas: un mes ya cerrado no es falla (la
      *    cadena pudo caer despues de cerrarlo).
       CERRAR-MES-AUTO.
           MOVE 0 TO RETURN-CODE.
           CALL "OPERADOR-ACTUAL" USING WS-OPERADOR-ID.
           PERFORM CARGAR-CIERRES.
           MOVE WS-PERIODO-AUTO TO WS-PERIODO.
           PERFORM BUSCAR-PERIODO.
           IF WS-PERIODO < 190001 OR WS-PERIODO(5:2) > "12"
               DISPLAY "PERIODO INVALIDO: " WS-PERIODO
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-HALLADO > 0
               DISPLAY "PERIODO " WS-PERIODO " YA ESTABA CERRADO."
           ELSE
           IF WS-NUM-CIERRES < 200
               PERFORM ASENTAR-CIERRE
           ELSE
               DISPLAY "TABLA DE CIERRES LLENA: " WS-PERIODO
                   " NO SE CERRO."
               MOVE 8 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.

       LEER-CIERRE-AUTO.
           MOVE 0 TO WS-PERIODO-AUTO.
           OPEN INPUT CIERRE-AUTO-FILE.
           IF WS-CIERREAUTO-FILE-STATUS = "00"
               READ CIERRE-AUTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CIERREAUTO-LINE IS NUMERIC
                           MOVE CIERREAUTO-LINE TO WS-PERIODO-AUTO
                       END-IF
               END-READ
               CLOSE CIERRE-AUTO-FILE
           END-IF.
           IF WS-PERIODO-AUTO > 0
               OPEN OUTPUT CIERRE-AUTO-FILE
               CLOSE CIERRE-AUTO-FILE
           END-IF.

      *-----------------------------------------------------------
      * Reabrir exige firma de un rol S activo; la reapertura es
      * la UNICA via para volver a tocar un mes publicado, y queda
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
