       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-SUCURSALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy"
               REPLACING ==CUSTOMER-MASTER-RECORD==
                   BY ==CUSTSEC-RECORD==
               LEADING ==CUSTMAST== BY ==CUSTSEC==.

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTIDX-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTMAST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS      PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS      PIC XX VALUE "00".
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-SUCURSAL-DEFECTO      PIC X(3) VALUE "001".
       01 WS-IDX                   PIC 9(3) VALUE 0.
       01 WS-NUM-OPERS             PIC 9(3) VALUE 0.
       01 WS-CLIENTES              PIC 9(6) VALUE 0.
       01 WS-SALDOS                PIC 9(6) VALUE 0.
       01 WS-FILAS                 PIC 9(7) VALUE 0.
       01 WS-OPERADORES            PIC 9(3) VALUE 0.
       01 WS-ERRORES               PIC 9(6) VALUE 0.

      * Renglones completos de OPERADORES.DAT, para reescribirlo
      * igual salvo la sucursal.
       01 WS-TABLA-OPERS.
           05 WS-OPR-ENTRY OCCURS 100 TIMES.
               10 WS-OPR-RENGLON     PIC X(81).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Conversion unica a sucursales: todo lo que existia antes
      * de la segunda oficina queda en la sucursal por omision.
      * Llena la sucursal en blanco de los clientes (CUSTIDX.DAT,
      * y regenera el extracto CUSTMAST.DAT), de los saldos
      * (CUSTBAL.DAT), de cada fila de CALCHIST.DAT y de los
      * operadores; los supervisores existentes quedan de casa
      * matriz para que la oficina no pierda quien vea todo. Lo
      * que ya trae sucursal no se toca, asi que se puede volver a
      * correr sin dano. Los indexados tienen que venir ya con el
      * largo actual (CONVIERTE-MAESTROS).
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM CONVERTIR-CLIENTES.
           PERFORM CONVERTIR-SALDOS.
           PERFORM CONVERTIR-HISTORIA.
           PERFORM CONVERTIR-OPERADORES.
           PERFORM IMPRIMIR-RESUMEN.
           GOBACK.

       CONVERTIR-CLIENTES.
           MOVE 0 TO WS-CLIENTES.
           OPEN I-O CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               DISPLAY "SIN CUSTIDX.DAT: NO HAY CLIENTES QUE"
                   " CONVERTIR."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUSTMAST-SUCURSAL = SPACES
                               MOVE WS-SUCURSAL-DEFECTO
                                   TO CUSTMAST-SUCURSAL
                               REWRITE CUSTOMER-MASTER-RECORD
                               IF WS-CUSTIDX-FILE-STATUS = "00"
                                   ADD 1 TO WS-CLIENTES
                               ELSE
                                   ADD 1 TO WS-ERRORES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-INDEX-FILE
               PERFORM REGENERAR-EXTRACTO
           END-IF.

      *    El extracto secuencial que leen las capturas se rehace
      *    del indexado, como lo hace MANTIENE-CLIENTES.
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

       CONVERTIR-SALDOS.
           MOVE 0 TO WS-SALDOS.
           OPEN I-O CUST-BALANCE-FILE.
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUSTBAL-SUCURSAL = SPACES
                               MOVE WS-SUCURSAL-DEFECTO
                                   TO CUSTBAL-SUCURSAL
                               REWRITE CUSTBAL-RECORD
                               IF WS-CUSTBAL-FILE-STATUS = "00"
                                   ADD 1 TO WS-SALDOS
                               ELSE
                                   ADD 1 TO WS-ERRORES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-BALANCE-FILE
           END-IF.

       CONVERTIR-HISTORIA.
           MOVE 0 TO WS-FILAS.
           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-SUCURSAL = SPACES
                               MOVE WS-SUCURSAL-DEFECTO
                                   TO CALCHIST-SUCURSAL
                               REWRITE CALCHIST-RECORD
                               IF WS-HIST-FILE-STATUS = "00"
                                   ADD 1 TO WS-FILAS
                               ELSE
                                   ADD 1 TO WS-ERRORES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.

      *-----------------------------------------------------------
      * OPERADORES.DAT es secuencial: se carga entero y se
      * reescribe solo si algun renglon cambio. Con mas renglones
      * de los que caben no se toca, como en CONVIERTE-PASSWORDS.
      *-----------------------------------------------------------
       CONVERTIR-OPERADORES.
           MOVE 0 TO WS-NUM-OPERS.
           MOVE 0 TO WS-OPERADORES.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF OPER-ID NOT = SPACES
                               PERFORM GUARDAR-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF WS-NUM-OPERS > 100
                   DISPLAY "OPERADORES.DAT EXCEDE 100 RENGLONES; NO"
                       " SE CONVIRTIERON LOS OPERADORES."
                   MOVE 0 TO WS-OPERADORES
                   ADD 1 TO WS-ERRORES
               ELSE
                   IF WS-OPERADORES > 0
                       PERFORM REESCRIBIR-OPERADORES
                   END-IF
               END-IF
           END-IF.

       GUARDAR-OPERADOR.
           ADD 1 TO WS-NUM-OPERS.
           IF WS-NUM-OPERS > 100
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               IF OPER-SUCURSAL = SPACES
                   MOVE WS-SUCURSAL-DEFECTO TO OPER-SUCURSAL
                   IF OPER-ROL = "S"
                       MOVE "S" TO OPER-MATRIZ
                   ELSE
                       MOVE "N" TO OPER-MATRIZ
                   END-IF
                   ADD 1 TO WS-OPERADORES
               END-IF
               MOVE OPERATOR-RECORD TO WS-OPR-RENGLON(WS-NUM-OPERS)
           END-IF.

       REESCRIBIR-OPERADORES.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPERS
               MOVE WS-OPR-RENGLON(WS-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       IMPRIMIR-RESUMEN.
           DISPLAY "CONVERSION A SUCURSAL " WS-SUCURSAL-DEFECTO ":".
           DISPLAY "  CLIENTES:        " WS-CLIENTES.
           DISPLAY "  SALDOS:          " WS-SALDOS.
           DISPLAY "  FILAS HISTORIA:  " WS-FILAS.
           DISPLAY "  OPERADORES:      " WS-OPERADORES.
           IF WS-ERRORES > 0
               DISPLAY "  ERRORES:         " WS-ERRORES
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "  CONVERSION TERMINADA."
           END-IF.

       END PROGRAM CONVIERTE-SUCURSALES.
