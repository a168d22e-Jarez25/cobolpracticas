       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-VIGILANCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIGILA-QUEUE-FILE ASSIGN TO "VIGILAQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VQ-KEY
               FILE STATUS IS WS-VIGILAQ-FILE-STATUS.

           SELECT POST-MASTER-FILE ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS POSTMAST-ID
               FILE STATUS IS WS-POSTMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIGILA-QUEUE-FILE.
           COPY "VIGILAQ.cpy".

       FD  POST-MASTER-FILE.
           COPY "POSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VIGILAQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-POSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-HAY-MAESTRO            PIC X VALUE "N".
       01 WS-SEVERIDAD-MIN          PIC X VALUE SPACE.
       01 WS-DISPOSICION            PIC X VALUE SPACE.
       01 WS-COMENTARIO             PIC X(40) VALUE SPACES.
       01 WS-CONFIRMADOS            PIC 9(5) VALUE 0.
       01 WS-DESCARTADOS            PIC 9(5) VALUE 0.
       01 WS-SALTADOS               PIC 9(5) VALUE 0.

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Revision de aciertos de la lista de vigilancia: el
      * revisor de cumplimiento recorre lo NUEVO de VIGILAQ.DAT
      * (opcionalmente solo severidad alta), ve el post con el
      * termino, la categoria y donde aparecio, y lo CONFIRMA o
      * lo DESCARTA con un comentario; la fila se reescribe con
      * revisor y fecha. Lo confirmado de un usuario que es
      * cliente sale en CLIENTE-360.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-CONFIRMADOS.
           MOVE 0 TO WS-DESCARTADOS.
           MOVE 0 TO WS-SALTADOS.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           IF WS-OPER-ACTUAL = SPACES
               DISPLAY "ID DEL REVISOR:"
               ACCEPT WS-OPER-ACTUAL
           END-IF.
           IF FUNCTION TRIM(WS-OPER-ACTUAL) = SPACES
               DISPLAY "SE REQUIERE UN ID DE REVISOR."
           ELSE
               DISPLAY "SOLO SEVERIDAD ALTA? (S/N):"
               MOVE SPACE TO WS-SEVERIDAD-MIN
               ACCEPT WS-SEVERIDAD-MIN
               PERFORM RECORRER-COLA
           END-IF.
           DISPLAY "REVISION TERMINADA. CONFIRMADOS " WS-CONFIRMADOS
               " DESCARTADOS " WS-DESCARTADOS
               " SALTADOS " WS-SALTADOS ".".
           GOBACK.

       RECORRER-COLA.
           OPEN I-O VIGILA-QUEUE-FILE.
           IF WS-VIGILAQ-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR VIGILAQ.DAT ("
                   WS-VIGILAQ-FILE-STATUS "). NADA QUE REVISAR."
           ELSE
               MOVE "N" TO WS-HAY-MAESTRO
               OPEN INPUT POST-MASTER-FILE
               IF WS-POSTMAST-FILE-STATUS = "00"
                   MOVE "S" TO WS-HAY-MAESTRO
               END-IF
               MOVE 0 TO VQ-DATE VQ-TIME VQ-SEQ
               START VIGILA-QUEUE-FILE KEY NOT < VQ-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VIGILA-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF VQ-ESTADO = "NUEVO"
                               IF VQ-SEVERIDAD = "A"
                                   OR (WS-SEVERIDAD-MIN NOT = "S"
                                   AND WS-SEVERIDAD-MIN NOT = "s")
                                   PERFORM REVISAR-UNO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HAY-MAESTRO = "S"
                   CLOSE POST-MASTER-FILE
               END-IF
               CLOSE VIGILA-QUEUE-FILE
           END-IF.

       REVISAR-UNO.
           DISPLAY " ".
           DISPLAY "ACIERTO DEL " VQ-DATE " " VQ-TIME
               " POST " VQ-POST-ID " USUARIO " VQ-USERID.
           DISPLAY "  TERMINO: " FUNCTION TRIM(VQ-TERMINO)
               " (" FUNCTION TRIM(VQ-CATEGORIA)
               ", SEVERIDAD " VQ-SEVERIDAD ") EN " VQ-CAMPO.
           PERFORM MOSTRAR-POST.
           DISPLAY "DISPOSICION (C=CONFIRMAR D=DESCARTAR S=SALTAR"
               " F=TERMINAR):"
           ACCEPT WS-DISPOSICION.
           EVALUATE WS-DISPOSICION
               WHEN "C"
               WHEN "c"
                   PERFORM MARCAR-DISPOSICION
               WHEN "D"
               WHEN "d"
                   PERFORM MARCAR-DISPOSICION
               WHEN "F"
               WHEN "f"
                   MOVE "Y" TO WS-EOF-FLAG
               WHEN OTHER
                   ADD 1 TO WS-SALTADOS
           END-EVALUATE.

      *    El texto vigente del post, para juzgar el acierto en su
      *    contexto; si el post ya se retiro se dice.
       MOSTRAR-POST.
           IF WS-HAY-MAESTRO = "S"
               MOVE VQ-POST-ID TO POSTMAST-ID
               READ POST-MASTER-FILE
               IF WS-POSTMAST-FILE-STATUS = "00"
                   DISPLAY "  TITULO: " FUNCTION TRIM(POSTMAST-TITLE)
                   DISPLAY "  CUERPO: " FUNCTION TRIM(POSTMAST-BODY)
                   IF POSTMAST-ESTADO = "R"
                       DISPLAY "  (POST RETIRADO DE LA FUENTE EL "
                           POSTMAST-RETIRO-FECHA ")"
                   END-IF
               ELSE
                   DISPLAY "  POST YA NO ESTA EN POSTMAST.DAT."
               END-IF
           END-IF.

       MARCAR-DISPOSICION.
           DISPLAY "COMENTARIO:"
           MOVE SPACES TO WS-COMENTARIO.
           ACCEPT WS-COMENTARIO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           IF WS-DISPOSICION = "C" OR WS-DISPOSICION = "c"
               MOVE "CONFIRMADO" TO VQ-ESTADO
               ADD 1 TO WS-CONFIRMADOS
           ELSE
               MOVE "DESCARTADO" TO VQ-ESTADO
               ADD 1 TO WS-DESCARTADOS
           END-IF.
           MOVE WS-COMENTARIO  TO VQ-COMENTARIO.
           MOVE WS-OPER-ACTUAL TO VQ-OPERADOR.
           MOVE WS-SYS-DATE    TO VQ-FECHA-REV.
           REWRITE VIGILAQ-RECORD.
           IF WS-VIGILAQ-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-VIGILAQ-FILE-STATUS
                   " REESCRIBIENDO LA COLA."
           END-IF.

       END PROGRAM REVISA-VIGILANCIA.
