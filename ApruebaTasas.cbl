       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-TASAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAPEND-FILE ASSIGN TO "TASASPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAPEND-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TASAPEND-FILE.
           COPY "TASAPEND.cpy".

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TASAPEND-FILE-STATUS   PIC XX VALUE "00".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-NUM-PEND               PIC 9(3) VALUE 0.
       01 WS-DISPOSICION            PIC X VALUE SPACE.
       01 WS-APROBADAS              PIC 9(3) VALUE 0.
       01 WS-RECHAZADAS             PIC 9(3) VALUE 0.
       01 WS-YA-CARGADA             PIC X VALUE "N".
       01 WS-TASA-TEXTO             PIC ZZ9.999999.
       01 WS-ANT-TEXTO              PIC ZZ9.999999.
       01 WS-VARIACION-TEXTO        PIC ZZZZ9.99.

      * La cola completa en memoria para reescribirla con las
      * disposiciones asentadas.
       01 WS-TABLA-PEND.
           05 WS-PEND-ENTRY OCCURS 500 TIMES
                   PIC X(100).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Aprobacion de las tasas que CARGA-TASAS retuvo en
      * TASASPEND.DAT por moverse mas que la tolerancia (o por ser
      * la primera de su moneda). Un supervisor (rol S firmado)
      * las revisa contra la anterior: aprobar da de alta la tasa
      * en TASAIDX.DAT con su fecha efectiva, rechazar lo deja asentado
      * con su nombre y la fecha y la moneda sigue con la tasa
      * anterior.
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
           ELSE
               PERFORM CARGAR-COLA
               IF WS-NUM-PEND = 0
                   DISPLAY "SIN TASAS EN TASASPEND.DAT."
               ELSE
                   OPEN I-O TASA-INDEX-FILE
                   IF WS-TASAIDX-FILE-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR TASAIDX.DAT ("
                           WS-TASAIDX-FILE-STATUS "); SI NO EXISTE,"
                           " CORRE CONVIERTE-TASAS PRIMERO."
                   ELSE
                       PERFORM REVISAR-COLA
                       CLOSE TASA-INDEX-FILE
                       PERFORM GRABAR-COLA
                       DISPLAY "REVISION TERMINADA. APROBADAS "
                           WS-APROBADAS " RECHAZADAS " WS-RECHAZADAS
                           "."
                   END-IF
               END-IF
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

       CARGAR-COLA.
           MOVE 0 TO WS-NUM-PEND.
           OPEN INPUT TASAPEND-FILE.
           IF WS-TASAPEND-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-PEND = 500
                   READ TASAPEND-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF TASAPEND-RECORD NOT = SPACES
                               ADD 1 TO WS-NUM-PEND
                               MOVE TASAPEND-RECORD
                                   TO WS-PEND-ENTRY(WS-NUM-PEND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASAPEND-FILE
           END-IF.

       REVISAR-COLA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PEND
               MOVE WS-PEND-ENTRY(WS-IDX) TO TASAPEND-RECORD
               IF TP-ESTADO = "PENDIENTE"
                   PERFORM TRATAR-TASA
                   MOVE TASAPEND-RECORD TO WS-PEND-ENTRY(WS-IDX)
               END-IF
           END-PERFORM.

       TRATAR-TASA.
           MOVE TP-TASA TO WS-TASA-TEXTO.
           DISPLAY " ".
           DISPLAY "TASA " TP-MONEDA " EFECTIVA " TP-FECHA-EFEC
               ": " FUNCTION TRIM(WS-TASA-TEXTO)
               " (RETENIDA EL " TP-FECHA-SOL ")".
           IF TP-TASA-ANT = 0
               DISPLAY "  LA MONEDA NO TENIA TASA ANTERIOR."
           ELSE
               MOVE TP-TASA-ANT TO WS-ANT-TEXTO
               MOVE TP-VARIACION TO WS-VARIACION-TEXTO
               DISPLAY "  ANTERIOR " FUNCTION TRIM(WS-ANT-TEXTO)
                   " DEL " TP-FECHA-ANT ", VARIACION "
                   FUNCTION TRIM(WS-VARIACION-TEXTO) "%"
           END-IF.
           PERFORM VERIFICAR-NO-CARGADA.
           IF WS-YA-CARGADA = "S"
               DISPLAY "  TASAIDX.DAT YA TIENE " TP-MONEDA
                   " PARA ESA FECHA: SE RECHAZA DE OFICIO."
               PERFORM MARCAR-RECHAZADA
           ELSE
               DISPLAY "DISPOSICION (A=APROBAR R=RECHAZAR"
                   " S=SALTAR):"
               ACCEPT WS-DISPOSICION
               EVALUATE WS-DISPOSICION
                   WHEN "A"
                   WHEN "a"
                       PERFORM ESCRIBIR-TASA
                       IF WS-TASAIDX-FILE-STATUS = "00"
                           PERFORM MARCAR-APROBADA
                       END-IF
                   WHEN "R"
                   WHEN "r"
                       PERFORM MARCAR-RECHAZADA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Una moneda no lleva dos tasas con la misma fecha
      *    efectiva: si ya se cargo por otro camino, la retenida
      *    sobra.
       VERIFICAR-NO-CARGADA.
           MOVE "N" TO WS-YA-CARGADA.
           MOVE TP-MONEDA TO TASAIDX-MONEDA.
           MOVE TP-FECHA-EFEC TO TASAIDX-FECHA.
           READ TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-YA-CARGADA
           END-IF.

       ESCRIBIR-TASA.
           MOVE TP-MONEDA TO TASAIDX-MONEDA.
           MOVE TP-FECHA-EFEC TO TASAIDX-FECHA.
           MOVE TP-TASA TO TASAIDX-TASA.
           WRITE TASAIDX-RECORD.
           IF WS-TASAIDX-FILE-STATUS = "00"
               DISPLAY "  CARGADA A TASAIDX.DAT."
           ELSE
               DISPLAY "  ERROR " WS-TASAIDX-FILE-STATUS
                   " AL CARGAR LA TASA; QUEDA PENDIENTE."
           END-IF.

       MARCAR-APROBADA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE "APROBADA"  TO TP-ESTADO.
           MOVE WS-SUP-ID   TO TP-SUPERVISOR.
           MOVE WS-SYS-DATE TO TP-FECHA-DISP.
           ADD 1 TO WS-APROBADAS.

       MARCAR-RECHAZADA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE "RECHAZADA" TO TP-ESTADO.
           MOVE WS-SUP-ID   TO TP-SUPERVISOR.
           MOVE WS-SYS-DATE TO TP-FECHA-DISP.
           ADD 1 TO WS-RECHAZADAS.

       GRABAR-COLA.
           OPEN OUTPUT TASAPEND-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PEND
               MOVE WS-PEND-ENTRY(WS-IDX) TO TASAPEND-RECORD
               WRITE TASAPEND-RECORD
           END-PERFORM.
           CLOSE TASAPEND-FILE.

       END PROGRAM APRUEBA-TASAS.
