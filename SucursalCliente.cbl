       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCURSAL-CLIENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTIDX-FILE-STATUS PIC XX VALUE "00".
       01 WS-SUCURSAL-DEFECTO    PIC X(3) VALUE "001".
       01 WS-OPER-SUCURSAL       PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ         PIC X VALUE "N".
      *    Ultimo cliente resuelto: los lotes asientan muchas filas
      *    seguidas del mismo cliente sin releer el maestro.
       01 WS-ULT-CUST            PIC 9(6) VALUE 0.
       01 WS-ULT-SUCURSAL        PIC X(3) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-CUST-ID             PIC 9(6).
       01 LK-SUCURSAL            PIC X(3).
       01 LK-PERMITIDO           PIC X.

       PROCEDURE DIVISION USING LK-CUST-ID LK-SUCURSAL
               LK-PERMITIDO.
      *-----------------------------------------------------------
      * Sucursal con que se sella un calculo y permiso del
      * operador firmado sobre el cliente. Con cliente, la
      * sucursal es la del maestro (en blanco = sucursal por
      * omision); sin cliente, o con un id que no esta en el
      * maestro, la del operador (SUCURSAL-ACTUAL). LK-PERMITIDO
      * queda "S" cuando el operador es de casa matriz o de la
      * misma sucursal del cliente, "N" si no - quien llama decide
      * si eso detiene la consulta o el asiento.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
               WS-OPER-MATRIZ.
           MOVE WS-OPER-SUCURSAL TO LK-SUCURSAL.
           IF LK-CUST-ID IS NUMERIC AND LK-CUST-ID > 0
               IF LK-CUST-ID = WS-ULT-CUST
                   MOVE WS-ULT-SUCURSAL TO LK-SUCURSAL
               ELSE
                   PERFORM LEER-CLIENTE
               END-IF
           END-IF.
           IF WS-OPER-MATRIZ = "S"
               OR LK-SUCURSAL = WS-OPER-SUCURSAL
               MOVE "S" TO LK-PERMITIDO
           ELSE
               MOVE "N" TO LK-PERMITIDO
           END-IF.
           GOBACK.

       LEER-CLIENTE.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               MOVE LK-CUST-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS = "00"
                   IF CUSTMAST-SUCURSAL = SPACES
                       MOVE WS-SUCURSAL-DEFECTO TO LK-SUCURSAL
                   ELSE
                       MOVE CUSTMAST-SUCURSAL TO LK-SUCURSAL
                   END-IF
                   MOVE LK-CUST-ID  TO WS-ULT-CUST
                   MOVE LK-SUCURSAL TO WS-ULT-SUCURSAL
               END-IF
               CLOSE CUST-INDEX-FILE
           END-IF.

       END PROGRAM SUCURSAL-CLIENTE.
