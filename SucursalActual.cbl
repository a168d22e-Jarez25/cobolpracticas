       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCURSAL-ACTUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG            PIC X VALUE "N".
       01 WS-OPER-ACTUAL         PIC X(10) VALUE SPACES.
       01 WS-SUCURSAL-DEFECTO    PIC X(3) VALUE "001".

       LINKAGE SECTION.
       01 LK-SUCURSAL            PIC X(3).
       01 LK-MATRIZ              PIC X.

       PROCEDURE DIVISION USING LK-SUCURSAL LK-MATRIZ.
      *-----------------------------------------------------------
      * Sucursal y alcance del operador firmado (OPERADOR-ACTUAL):
      * LK-SUCURSAL es la de su renglon en OPERADORES.DAT (en
      * blanco = sucursal por omision) y LK-MATRIZ "S" cuando es
      * de casa matriz y puede ver y asentar en todas. La cadena
      * nocturna y las corridas sin sesion firmada no tienen
      * sucursal propia: sucursal por omision con alcance de casa
      * matriz, como siempre trabajaron. Un operador que no esta
      * en el archivo queda en la sucursal por omision y sin
      * alcance de casa matriz.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE WS-SUCURSAL-DEFECTO TO LK-SUCURSAL.
           MOVE "N" TO LK-MATRIZ.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           IF WS-OPER-ACTUAL = SPACES
               OR WS-OPER-ACTUAL = "NOCTURNO"
               MOVE "S" TO LK-MATRIZ
               GOBACK
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF OPER-ID = WS-OPER-ACTUAL
                               PERFORM TOMAR-SUCURSAL
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           GOBACK.

       TOMAR-SUCURSAL.
           IF OPER-SUCURSAL NOT = SPACES
               MOVE OPER-SUCURSAL TO LK-SUCURSAL
           END-IF.
           IF OPER-MATRIZ = "S"
               MOVE "S" TO LK-MATRIZ
           END-IF.

       END PROGRAM SUCURSAL-ACTUAL.
