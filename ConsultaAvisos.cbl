       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-AVISOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISO-MASTER-FILE ASSIGN TO "AVISOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVISO-PLAN
               FILE STATUS IS WS-AVISO-FILE-STATUS.

           SELECT AVISO-HIST-FILE ASSIGN TO "AVISOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AVISO-MASTER-FILE.
           COPY "AVISOMAST.cpy".

       FD  AVISO-HIST-FILE.
           COPY "AVISOHIST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AVISO-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AVISOHIST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-PLAN                   PIC 9(6) VALUE 0.
       01 WS-RENGLONES              PIC 9(5) VALUE 0.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.
       01 WS-NIVEL-TEXTO            PIC X(22) VALUE SPACES.
       01 WS-NIVEL-EVAL             PIC 9 VALUE 0.
       01 WS-CUST-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Consulta de cobranza para los gestores: con un plan, su
      * nivel actual y toda la historia de cartas y reinicios de
      * AVISOHIST.DAT; con plan cero, la lista de los planes que
      * hoy estan en algun nivel de aviso. Un gestor de sucursal
      * solo ve planes de clientes de su sucursal; casa matriz
      * ve todos.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           DISPLAY "PLAN A CONSULTAR (0 = PLANES CON AVISO VIGENTE):"
           ACCEPT WS-PLAN.
           OPEN INPUT AVISO-MASTER-FILE.
           IF WS-AVISO-FILE-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE COBRANZA (AVISOMAST.DAT):"
                   " NINGUN PLAN HA RECIBIDO AVISOS."
               GOBACK
           END-IF.
           IF WS-PLAN = 0
               PERFORM LISTAR-VIGENTES
           ELSE
               PERFORM MOSTRAR-PLAN
           END-IF.
           CLOSE AVISO-MASTER-FILE.
           GOBACK.

       LISTAR-VIGENTES.
           MOVE 0 TO WS-RENGLONES.
           DISPLAY "PLANES CON AVISO DE COBRANZA VIGENTE:".
           DISPLAY "----------------------------------------------".
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AVISO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AVISO-NIVEL > 0
                           CALL "SUCURSAL-CLIENTE" USING AVISO-CUST
                               WS-CUST-SUCURSAL WS-SUC-PERMITIDO
                       END-IF
                       IF AVISO-NIVEL > 0 AND WS-SUC-PERMITIDO = "S"
                           MOVE AVISO-NIVEL TO WS-NIVEL-EVAL
                           PERFORM DESCRIBIR-NIVEL
                           DISPLAY "PLAN " AVISO-PLAN
                               " CLIENTE " AVISO-CUST
                               " NIVEL " AVISO-NIVEL " "
                               FUNCTION TRIM(WS-NIVEL-TEXTO)
                               " DESDE " AVISO-FECHA
                           ADD 1 TO WS-RENGLONES
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RENGLONES = 0
               DISPLAY "  NINGUNO."
           END-IF.

       MOSTRAR-PLAN.
           MOVE WS-PLAN TO AVISO-PLAN.
           READ AVISO-MASTER-FILE KEY IS AVISO-PLAN.
           IF WS-AVISO-FILE-STATUS = "00"
               CALL "SUCURSAL-CLIENTE" USING AVISO-CUST
                   WS-CUST-SUCURSAL WS-SUC-PERMITIDO
           END-IF.
           EVALUATE TRUE
               WHEN WS-AVISO-FILE-STATUS NOT = "00"
                   DISPLAY "EL PLAN " WS-PLAN
                       " NUNCA HA RECIBIDO AVISOS."
               WHEN WS-SUC-PERMITIDO NOT = "S"
                   DISPLAY "PLAN DE UN CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "); CONSULTA NO PERMITIDA."
               WHEN OTHER
                   MOVE AVISO-NIVEL TO WS-NIVEL-EVAL
                   PERFORM DESCRIBIR-NIVEL
                   DISPLAY "PLAN " AVISO-PLAN " CLIENTE " AVISO-CUST
                   DISPLAY "NIVEL ACTUAL: " AVISO-NIVEL " "
                       FUNCTION TRIM(WS-NIVEL-TEXTO)
                       " (DESDE " AVISO-FECHA ")"
                   PERFORM MOSTRAR-HISTORIA
           END-EVALUATE.

       MOSTRAR-HISTORIA.
           MOVE 0 TO WS-RENGLONES.
           DISPLAY "HISTORIA DE AVISOS:".
           DISPLAY "----------------------------------------------".
           OPEN INPUT AVISO-HIST-FILE.
           IF WS-AVISOHIST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ AVISO-HIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AH-PLAN = WS-PLAN
                               PERFORM MOSTRAR-RENGLON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVISO-HIST-FILE
           END-IF.
           IF WS-RENGLONES = 0
               DISPLAY "  SIN RENGLONES EN AVISOHIST.DAT."
           END-IF.

       MOSTRAR-RENGLON.
           ADD 1 TO WS-RENGLONES.
           IF AH-EVENTO = "REINICIO"
               DISPLAY "  " AH-FECHA " REINICIO A NIVEL 0 POR "
                   FUNCTION TRIM(AH-ORIGEN)
           ELSE
               MOVE AH-NIVEL TO WS-NIVEL-EVAL
               PERFORM DESCRIBIR-NIVEL
               MOVE AH-TOTAL TO WS-TOTAL-TEXTO
               DISPLAY "  " AH-FECHA " "
                   FUNCTION TRIM(WS-NIVEL-TEXTO) ": "
                   AH-CUOTAS " CUOTAS VENCIDAS, ADEUDO "
                   FUNCTION TRIM(WS-TOTAL-TEXTO)
           END-IF.

       DESCRIBIR-NIVEL.
           EVALUATE WS-NIVEL-EVAL
               WHEN 0
                   MOVE "AL CORRIENTE" TO WS-NIVEL-TEXTO
               WHEN 1
                   MOVE "PRIMER RECORDATORIO" TO WS-NIVEL-TEXTO
               WHEN 2
                   MOVE "SEGUNDO AVISO" TO WS-NIVEL-TEXTO
               WHEN OTHER
                   MOVE "REQUERIMIENTO FINAL" TO WS-NIVEL-TEXTO
           END-EVALUATE.

       END PROGRAM CONSULTA-AVISOS.
