       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARA-INTEGRIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRIDAD-FILE ASSIGN TO "INTEGRIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRIDAD-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRIDAD-FILE.
           COPY "INTEGRIDAD.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  AUDITORIA-FILE.
           COPY "CUSTAUD.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INTEGRIDAD-FILE-STATUS PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUDITORIA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-IDX                    PIC 9(4) VALUE 0.
       01 WS-NUM-HALLAZGOS          PIC 9(4) VALUE 0.
       01 WS-NUM-PENDIENTES         PIC 9(4) VALUE 0.
       01 WS-CONFIRMA               PIC X VALUE "N".
       01 WS-REPARADOS              PIC 9(4) VALUE 0.
       01 WS-NO-APLICABAN           PIC 9(4) VALUE 0.
       01 WS-FALLIDOS               PIC 9(4) VALUE 0.
       01 WS-RESULTADO              PIC X VALUE SPACE.
       01 WS-IMAGEN-ANTES           PIC X(200) VALUE SPACES.
       01 WS-IMAGEN-DESPUES         PIC X(200) VALUE SPACES.
       01 WS-ACCION-LOG             PIC X(10) VALUE SPACES.

      * Los hallazgos completos en memoria para reescribir
      * INTEGRIDAD.DAT con lo que se haya reparado.
       01 WS-TABLA-HALLAZGOS.
           05 WS-HALLAZGO-ENTRY OCCURS 5000 TIMES
                   PIC X(123).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Reparacion de los casos seguros que VERIFICA-INTEGRIDAD
      * dejo en INTEGRIDAD.DAT. Solo se toca CALCHISTC.DAT, que es
      * un indice por cliente derivado de CALCHIST.DAT: R vuelve a
      * crear la entrada que falta desde su fila y B borra la
      * entrada que ya no tiene fila (o la tiene con otro
      * cliente). Un supervisor (rol S firmado) ve la lista y la
      * aprueba completa; cada caso se vuelve a comprobar justo
      * antes de tocarlo y, si ya no aplica, se marca N sin
      * cambios. Cada reparacion deja su imagen antes/despues en
      * CUSTAUD.DAT. Las demas referencias rotas son trabajo
      * manual y aqui solo se listan.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM VALIDAR-SUPERVISOR.
           IF WS-SUP-VALIDO NOT = "S"
               DISPLAY "ACCESO DENEGADO: SE REQUIERE UN SUPERVISOR"
                   " (ROL S) ACTIVO."
               GOBACK
           END-IF.
           PERFORM CARGAR-HALLAZGOS.
           IF WS-NUM-HALLAZGOS = 0
               DISPLAY "SIN HALLAZGOS EN INTEGRIDAD.DAT. CORRE"
                   " VERIFICA-INTEGRIDAD."
               GOBACK
           END-IF.
           PERFORM LISTAR-PENDIENTES.
           IF WS-NUM-PENDIENTES = 0
               DISPLAY "NINGUN HALLAZGO PENDIENTE TIENE REPARACION"
                   " AUTOMATICA."
               GOBACK
           END-IF.
           DISPLAY "APLICAR LAS " WS-NUM-PENDIENTES
               " REPARACIONES LISTADAS (S/N):".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "REPARACION CANCELADA. SIN CAMBIOS."
               GOBACK
           END-IF.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                   WS-HIST-FILE-STATUS "). SIN CAMBIOS."
               GOBACK
           END-IF.
           OPEN I-O HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALCHISTC.DAT ("
                   WS-HISTCUST-FILE-STATUS "). SIN CAMBIOS."
               CLOSE CALC-HISTORY-FILE
               GOBACK
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-HALLAZGOS
               MOVE WS-HALLAZGO-ENTRY(WS-IDX) TO INTEGRIDAD-RECORD
               IF INT-ESTADO = "P"
                   PERFORM REPARAR-HALLAZGO
                   MOVE INTEGRIDAD-RECORD
                       TO WS-HALLAZGO-ENTRY(WS-IDX)
               END-IF
           END-PERFORM.
           CLOSE HIST-CUST-FILE.
           CLOSE CALC-HISTORY-FILE.
           PERFORM GRABAR-HALLAZGOS.
           DISPLAY "REPARACION TERMINADA. REPARADOS " WS-REPARADOS
               " YA NO APLICABAN " WS-NO-APLICABAN
               " FALLIDOS " WS-FALLIDOS ".".
           IF WS-FALLIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO.
           DISPLAY "ID DE SUPERVISOR:"
           ACCEPT WS-SUP-ID.
           DISPLAY "PASSWORD:"
           ACCEPT WS-SUP-PASSWORD.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-OPER
               PERFORM UNTIL WS-EOF-OPER = "Y"
                   READ OPERATOR-FILE
                       AT END
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
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       CARGAR-HALLAZGOS.
           MOVE 0 TO WS-NUM-HALLAZGOS.
           OPEN INPUT INTEGRIDAD-FILE.
           IF WS-INTEGRIDAD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-HALLAZGOS = 5000
                   READ INTEGRIDAD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF INTEGRIDAD-RECORD NOT = SPACES
                               ADD 1 TO WS-NUM-HALLAZGOS
                               MOVE INTEGRIDAD-RECORD
                                   TO WS-HALLAZGO-ENTRY
                                       (WS-NUM-HALLAZGOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEGRIDAD-FILE
           END-IF.

       LISTAR-PENDIENTES.
           MOVE 0 TO WS-NUM-PENDIENTES.
           DISPLAY "REPARACIONES PENDIENTES EN CALCHISTC.DAT".
           DISPLAY "ACCION  CLIENTE FECHA    SEQ   PROBLEMA".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-HALLAZGOS
               MOVE WS-HALLAZGO-ENTRY(WS-IDX) TO INTEGRIDAD-RECORD
               IF INT-ESTADO = "P"
                   ADD 1 TO WS-NUM-PENDIENTES
                   IF INT-ACCION = "R"
                       DISPLAY "CREAR   " INT-CUST " " INT-DATE " "
                           INT-SEQ " " INT-PROBLEMA
                   ELSE
                       DISPLAY "BORRAR  " INT-CUST " " INT-DATE " "
                           INT-SEQ " " INT-PROBLEMA
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------------".

      *-----------------------------------------------------------
      * Entre el barrido y la reparacion pudo correr otra cosa
      * (ConstruyeHistCust, el archivado): el caso se vuelve a
      * comprobar con los archivos como estan ahora.
      *-----------------------------------------------------------
       REPARAR-HALLAZGO.
           MOVE SPACE TO WS-RESULTADO.
           IF INT-ACCION = "R"
               PERFORM CREAR-ENTRADA
           ELSE
               PERFORM BORRAR-ENTRADA
           END-IF.
           EVALUATE WS-RESULTADO
               WHEN "H"
                   ADD 1 TO WS-REPARADOS
                   MOVE "INTEGRIDAD" TO WS-ACCION-LOG
                   PERFORM REGISTRAR-AUDITORIA
               WHEN "N"
                   ADD 1 TO WS-NO-APLICABAN
               WHEN OTHER
                   ADD 1 TO WS-FALLIDOS
           END-EVALUATE.
           IF WS-RESULTADO NOT = SPACE
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE WS-RESULTADO TO INT-ESTADO
               MOVE WS-SUP-ID    TO INT-SUPERVISOR
               MOVE WS-SYS-DATE  TO INT-FECHA-REP
           END-IF.

      *    La fila tiene que seguir en CALCHIST.DAT con el mismo
      *    cliente y la entrada seguir faltando.
       CREAR-ENTRADA.
           MOVE INT-DATE TO CALCHIST-DATE.
           MOVE INT-SEQ  TO CALCHIST-SEQ.
           READ CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               OR CALCHIST-CUST-ID NOT = INT-CUST
               MOVE "N" TO WS-RESULTADO
           ELSE
               MOVE INT-CUST TO HISTCUST-CUST
               MOVE INT-DATE TO HISTCUST-DATE
               MOVE INT-SEQ  TO HISTCUST-SEQ
               READ HIST-CUST-FILE
               IF WS-HISTCUST-FILE-STATUS = "00"
                   MOVE "N" TO WS-RESULTADO
               ELSE
                   MOVE SPACES TO HISTCUST-RECORD
                   MOVE CALCHIST-CUST-ID   TO HISTCUST-CUST
                   MOVE CALCHIST-DATE      TO HISTCUST-DATE
                   MOVE CALCHIST-SEQ       TO HISTCUST-SEQ
                   MOVE CALCHIST-OPCION    TO HISTCUST-OPCION
                   MOVE CALCHIST-NUM1      TO HISTCUST-NUM1
                   MOVE CALCHIST-NUM2      TO HISTCUST-NUM2
                   MOVE CALCHIST-RESULTADO TO HISTCUST-RESULTADO
                   MOVE CALCHIST-BREACH    TO HISTCUST-BREACH
                   MOVE CALCHIST-TIPO      TO HISTCUST-TIPO
                   WRITE HISTCUST-RECORD
                   IF WS-HISTCUST-FILE-STATUS = "00"
                       MOVE "H" TO WS-RESULTADO
                       MOVE SPACES TO WS-IMAGEN-ANTES
                       MOVE HISTCUST-RECORD TO WS-IMAGEN-DESPUES
                   ELSE
                       DISPLAY "  NO SE PUDO CREAR " INT-CUST "-"
                           INT-DATE "-" INT-SEQ " ("
                           WS-HISTCUST-FILE-STATUS
                           "): QUEDA PENDIENTE."
                   END-IF
               END-IF
           END-IF.

      *    La entrada tiene que seguir en CALCHISTC.DAT y seguir
      *    sin fila con ese cliente en CALCHIST.DAT.
       BORRAR-ENTRADA.
           MOVE INT-CUST TO HISTCUST-CUST.
           MOVE INT-DATE TO HISTCUST-DATE.
           MOVE INT-SEQ  TO HISTCUST-SEQ.
           READ HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS NOT = "00"
               MOVE "N" TO WS-RESULTADO
           ELSE
               MOVE INT-DATE TO CALCHIST-DATE
               MOVE INT-SEQ  TO CALCHIST-SEQ
               READ CALC-HISTORY-FILE
               IF WS-HIST-FILE-STATUS = "00"
                   AND CALCHIST-CUST-ID = INT-CUST
                   MOVE "N" TO WS-RESULTADO
               ELSE
                   MOVE HISTCUST-RECORD TO WS-IMAGEN-ANTES
                   DELETE HIST-CUST-FILE
                   IF WS-HISTCUST-FILE-STATUS = "00"
                       MOVE "H" TO WS-RESULTADO
                       MOVE SPACES TO WS-IMAGEN-DESPUES
                   ELSE
                       DISPLAY "  NO SE PUDO BORRAR " INT-CUST "-"
                           INT-DATE "-" INT-SEQ " ("
                           WS-HISTCUST-FILE-STATUS
                           "): QUEDA PENDIENTE."
                   END-IF
               END-IF
           END-IF.

       GRABAR-HALLAZGOS.
           OPEN OUTPUT INTEGRIDAD-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-HALLAZGOS
               MOVE WS-HALLAZGO-ENTRY(WS-IDX) TO INTEGRIDAD-RECORD
               WRITE INTEGRIDAD-RECORD
           END-PERFORM.
           CLOSE INTEGRIDAD-FILE.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SPACES TO AUDITORIA-RECORD.
           MOVE WS-SYS-DATE       TO AUD-DATE.
           MOVE WS-SYS-TIME       TO AUD-TIME.
           MOVE WS-SUP-ID         TO AUD-OPERADOR.
           MOVE WS-ACCION-LOG     TO AUD-ACCION.
           MOVE WS-IMAGEN-ANTES   TO AUD-ANTES.
           MOVE WS-IMAGEN-DESPUES TO AUD-DESPUES.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

       END PROGRAM REPARA-INTEGRIDAD.
