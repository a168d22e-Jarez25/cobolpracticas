               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT RIESGO-FILE ASSIGN TO "RIESGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSG-CUST
               FILE STATUS IS WS-RIESGO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-INDEX-FILE.
       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  RIESGO-FILE.
           COPY "RIESGO.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTMAST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RIESGO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BUSCA-ID              PIC 9(6).
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-ENCONTRADO            PIC X VALUE "N".
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       01 WS-ACC-PROGRAMA          PIC X(20) VALUE "CONSULTA-CLIENTE".
       01 WS-ACC-TIPO              PIC X VALUE "I".
       01 WS-SUCURSAL-DEFECTO      PIC X(3) VALUE "001".
       01 WS-CUST-SUCURSAL         PIC X(3) VALUE SPACES.
       01 WS-OPER-SUCURSAL         PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ           PIC X VALUE "N".
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
               CLOSE CUST-INDEX-FILE
           END-IF.

      *    Un operador solo consulta clientes de su sucursal,
      *    salvo que sea de casa matriz.
           IF WS-ENCONTRADO = "Y"
               MOVE CUSTMAST-SUCURSAL TO WS-CUST-SUCURSAL
               IF WS-CUST-SUCURSAL = SPACES
                   MOVE WS-SUCURSAL-DEFECTO TO WS-CUST-SUCURSAL
               END-IF
               CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
                   WS-OPER-MATRIZ
               IF WS-OPER-MATRIZ NOT = "S"
                   AND WS-CUST-SUCURSAL NOT = WS-OPER-SUCURSAL
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "); CONSULTA NO PERMITIDA."
                   GOBACK
               END-IF
           END-IF.

           IF WS-ENCONTRADO = "Y"
               CALL "REGISTRA-CONSULTA" USING WS-ACC-PROGRAMA
                   WS-BUSCA-ID WS-ACC-TIPO
               IF CUSTMAST-STATUS = "I"
                   DISPLAY "CLIENTE: " CUSTMAST-NAME " (INACTIVO)"
               ELSE
                   DISPLAY "CLIENTE: " CUSTMAST-NAME
               END-IF
               PERFORM MOSTRAR-SALDO
               PERFORM MOSTRAR-RIESGO
           ELSE
               DISPLAY "CLIENTE NO ENCONTRADO."
           END-IF.
               DISPLAY "SIN SALDO POSTEADO (CUSTBAL.DAT AUSENTE)."
           END-IF.

      *    Grado de riesgo de la ultima corrida de CALIFICA-RIESGO
      *    y desde cuando lo tiene el cliente.
       MOSTRAR-RIESGO.
           OPEN INPUT RIESGO-FILE.
           IF WS-RIESGO-FILE-STATUS = "00"
               MOVE WS-BUSCA-ID TO RSG-CUST
               READ RIESGO-FILE
               IF WS-RIESGO-FILE-STATUS = "00"
                   DISPLAY "GRADO DE RIESGO: " RSG-GRADO
                       " DESDE " RSG-FECHA-GRADO
                       " (CALCULADO " RSG-FECHA-CALC ")"
               ELSE
                   DISPLAY "GRADO DE RIESGO: SIN CALIFICAR."
               END-IF
               CLOSE RIESGO-FILE
           ELSE
               DISPLAY "GRADO DE RIESGO: SIN CALIFICAR."
           END-IF.

      *-----------------------------------------------------------
      * Every lookup failure gets written to the shared error log,
      * so there's one place to review every such hit across the
