       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-INACTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INACTPEND-FILE ASSIGN TO "INACTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTPEND-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INACTPEND-FILE.
           COPY "INACTPEND.cpy".

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy"
               REPLACING ==CUSTOMER-MASTER-RECORD==
                   BY ==CUSTSEC-RECORD==
               LEADING ==CUSTMAST== BY ==CUSTSEC==.

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

      * Retenciones legales: cliente (cero = todos) y rango.
       FD  HOLDS-FILE.
       01 HOLDS-RECORD.
           05 HOLD-CUST             PIC 9(6).
           05 FILLER                PIC X.
           05 HOLD-DESDE            PIC 9(8).
           05 FILLER                PIC X.
           05 HOLD-HASTA            PIC 9(8).

       FD  AUDITORIA-FILE.
           COPY "CUSTAUD.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INACTPEND-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HOLDS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AUDITORIA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-IDX                    PIC 9(4) VALUE 0.
       01 WS-NUM-PEND               PIC 9(4) VALUE 0.
       01 WS-DISPOSICION            PIC X VALUE SPACE.
       01 WS-APROBADAS              PIC 9(4) VALUE 0.
       01 WS-RECHAZADAS             PIC 9(4) VALUE 0.
       01 WS-MOTIVO                 PIC X(50) VALUE SPACES.
       01 WS-ULT-ACTIV              PIC 9(8) VALUE 0.
       01 WS-INACTIVADOS            PIC X VALUE "N".
       01 WS-IMAGEN-ANTES           PIC X(200) VALUE SPACES.
       01 WS-IMAGEN-DESPUES         PIC X(200) VALUE SPACES.
       01 WS-ACCION-LOG             PIC X(10) VALUE SPACES.

      * La cola completa en memoria para reescribirla con las
      * disposiciones asentadas.
       01 WS-TABLA-PEND.
           05 WS-PEND-ENTRY OCCURS 2000 TIMES
                   PIC X(100).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Revision de los candidatos que BARRE-INACTIVOS dejo en
      * INACTPEND.DAT. Un supervisor (rol S firmado) aprueba o
      * rechaza cada uno; aprobar deja el cliente con estado I en
      * CUSTIDX.DAT, con su imagen antes/despues en CUSTAUD.DAT,
      * y al final se regenera el extracto CUSTMAST.DAT. Antes de
      * inactivar se vuelve a mirar al cliente: si desde el
      * barrido tuvo movimiento, abrio un plan, quedo con saldo,
      * recibio una retencion legal o ya no esta activo, la
      * propuesta se rechaza de oficio.
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
                   DISPLAY "SIN CANDIDATOS EN INACTPEND.DAT."
               ELSE
                   OPEN I-O CUST-INDEX-FILE
                   IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR CUSTIDX.DAT. CORRE"
                           " CONVIERTE-CLIENTES."
                   ELSE
                       PERFORM REVISAR-COLA
                       CLOSE CUST-INDEX-FILE
                       PERFORM GRABAR-COLA
                       IF WS-INACTIVADOS = "S"
                           PERFORM REGENERAR-EXTRACTO
                       END-IF
                       DISPLAY "REVISION TERMINADA. INACTIVADOS "
                           WS-APROBADAS " RECHAZADOS "
                           WS-RECHAZADAS "."
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
           OPEN INPUT INACTPEND-FILE.
           IF WS-INACTPEND-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-PEND = 2000
                   READ INACTPEND-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF INACTPEND-RECORD NOT = SPACES
                               ADD 1 TO WS-NUM-PEND
                               MOVE INACTPEND-RECORD
                                   TO WS-PEND-ENTRY(WS-NUM-PEND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INACTPEND-FILE
           END-IF.

       REVISAR-COLA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PEND
               MOVE WS-PEND-ENTRY(WS-IDX) TO INACTPEND-RECORD
               IF IP-ESTADO = "PENDIENTE"
                   PERFORM TRATAR-CANDIDATO
                   MOVE INACTPEND-RECORD TO WS-PEND-ENTRY(WS-IDX)
               END-IF
           END-PERFORM.

       TRATAR-CANDIDATO.
           DISPLAY " ".
           IF IP-ULT-ACTIV = 0
               DISPLAY "CLIENTE " IP-CUST " " IP-NOMBRE
                   " SIN MOVIMIENTOS (BARRIDO DEL "
                   IP-FECHA-BARRIDO ", " IP-MESES " MESES)"
           ELSE
               DISPLAY "CLIENTE " IP-CUST " " IP-NOMBRE
                   " ULTIMO MOVIMIENTO " IP-ULT-ACTIV
                   " (BARRIDO DEL " IP-FECHA-BARRIDO ", "
                   IP-MESES " MESES)"
           END-IF.
           PERFORM REVALIDAR-CANDIDATO.
           IF WS-MOTIVO NOT = SPACES
               DISPLAY "  " FUNCTION TRIM(WS-MOTIVO)
                   ": SE RECHAZA DE OFICIO."
               PERFORM MARCAR-RECHAZADA
           ELSE
               DISPLAY "DISPOSICION (A=INACTIVAR R=RECHAZAR"
                   " S=SALTAR):"
               ACCEPT WS-DISPOSICION
               EVALUATE WS-DISPOSICION
                   WHEN "A"
                   WHEN "a"
                       PERFORM INACTIVAR-CLIENTE
                   WHEN "R"
                   WHEN "r"
                       PERFORM MARCAR-RECHAZADA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * El cliente tiene que seguir como lo dejo el barrido; la
      * primera diferencia encontrada queda como motivo.
      *-----------------------------------------------------------
       REVALIDAR-CANDIDATO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE IP-CUST TO CUSTMAST-ID.
           READ CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               MOVE "EL CLIENTE YA NO EXISTE" TO WS-MOTIVO
           ELSE
           IF CUSTMAST-STATUS = "I"
               MOVE "EL CLIENTE YA ESTA INACTIVO" TO WS-MOTIVO
           END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICAR-MOVIMIENTO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICAR-SALDO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICAR-PLANES
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICAR-RETENCION
           END-IF.

       VERIFICAR-MOVIMIENTO.
           MOVE 0 TO WS-ULT-ACTIV.
           OPEN INPUT HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "00"
               MOVE IP-CUST TO HISTCUST-CUST
               MOVE 0 TO HISTCUST-DATE
               MOVE 0 TO HISTCUST-SEQ
               START HIST-CUST-FILE KEY NOT < HISTCUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HIST-CUST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HISTCUST-CUST NOT = IP-CUST
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               MOVE HISTCUST-DATE TO WS-ULT-ACTIV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-CUST-FILE
           END-IF.
           IF WS-ULT-ACTIV > IP-ULT-ACTIV
               MOVE "TUVO MOVIMIENTO DESPUES DEL BARRIDO"
                   TO WS-MOTIVO
           END-IF.

       VERIFICAR-SALDO.
           OPEN INPUT CUST-BALANCE-FILE.
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE IP-CUST TO CUSTBAL-CUST
               READ CUST-BALANCE-FILE
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   AND CUSTBAL-SALDO-FINAL NOT = 0
                   MOVE "TIENE SALDO EN CUSTBAL.DAT" TO WS-MOTIVO
               END-IF
               CLOSE CUST-BALANCE-FILE
           END-IF.

       VERIFICAR-PLANES.
           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUOTMAST-CUST = IP-CUST
                               AND CUOTMAST-ESTADO = "P"
                               MOVE "TIENE CUOTAS PENDIENTES"
                                   TO WS-MOTIVO
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTA-MASTER-FILE
           END-IF.

       VERIFICAR-RETENCION.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLDS-RECORD NOT = SPACES
                               AND HOLD-CUST = IP-CUST
                               MOVE "TIENE UNA RETENCION LEGAL"
                                   TO WS-MOTIVO
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      *    El registro del cliente quedo leido en la revalidacion.
       INACTIVAR-CLIENTE.
           MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-ANTES.
           MOVE "I" TO CUSTMAST-STATUS.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               DISPLAY "  NO SE PUDO ACTUALIZAR CUSTIDX.DAT ("
                   WS-CUSTIDX-FILE-STATUS "): QUEDA PENDIENTE."
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-DESPUES
               MOVE "INACTIVA" TO WS-ACCION-LOG
               PERFORM REGISTRAR-AUDITORIA
               MOVE "S" TO WS-INACTIVADOS
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE "APROBADA"  TO IP-ESTADO
               MOVE WS-SUP-ID   TO IP-SUPERVISOR
               MOVE WS-SYS-DATE TO IP-FECHA-DISP
               ADD 1 TO WS-APROBADAS
               DISPLAY "  CLIENTE INACTIVADO."
           END-IF.

       MARCAR-RECHAZADA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE "RECHAZADA" TO IP-ESTADO.
           MOVE WS-SUP-ID   TO IP-SUPERVISOR.
           MOVE WS-SYS-DATE TO IP-FECHA-DISP.
           ADD 1 TO WS-RECHAZADAS.

       GRABAR-COLA.
           OPEN OUTPUT INACTPEND-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PEND
               MOVE WS-PEND-ENTRY(WS-IDX) TO INACTPEND-RECORD
               WRITE INACTPEND-RECORD
           END-PERFORM.
           CLOSE INACTPEND-FILE.

       REGENERAR-EXTRACTO.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD
                               TO CUSTSEC-RECORD
                           WRITE CUSTSEC-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUST-INDEX-FILE
           END-IF.

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

       END PROGRAM APRUEBA-INACTIVOS.
