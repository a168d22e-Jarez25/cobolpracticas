       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-PASSWORDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       FD  OPER-LOG-FILE.
       01 OPER-LOG-RECORD.
           05 OPERLOG-DATE       PIC 9(8).
           05 OPERLOG-TIME       PIC 9(8).
           05 FILLER             PIC X.
           05 OPERLOG-ADMIN      PIC X(10).
           05 FILLER             PIC X.
           05 OPERLOG-ACCION     PIC X(12).
           05 FILLER             PIC X.
           05 OPERLOG-OBJETIVO   PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-OPER-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPERLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-FLAG            PIC X VALUE "N".
       01 WS-IDX                 PIC 9(3) VALUE 0.
       01 WS-NUM-OPERS           PIC 9(3) VALUE 0.
       01 WS-CONVERTIDOS         PIC 9(3) VALUE 0.
       01 WS-SALT                PIC X(8) VALUE SPACES.
       01 WS-HASH                PIC X(20) VALUE SPACES.

      * Renglones completos del archivo, para reescribirlo igual
      * salvo el password.
       01 WS-TABLA-OPERS.
           05 WS-OPR-ENTRY OCCURS 100 TIMES.
               10 WS-OPR-RENGLON     PIC X(81).
               10 WS-OPR-CONVERTIDO  PIC X.

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Conversion de passwords en claro a cifrado con sal. Cada
      * renglon de OPERADORES.DAT con password en claro y sin
      * cifrado se cifra con una sal propia y el password en claro
      * se borra; el operador sigue entrando con la misma password,
      * sin restablecimiento. Con el archivo ya convertido no hay
      * nada que hacer y el archivo no se toca, asi que los
      * programas que cargan operadores lo llaman al empezar sin
      * costo. Cada conversion queda en OPERLOG.DAT.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-NUM-OPERS.
           MOVE 0 TO WS-CONVERTIDOS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           PERFORM GUARDAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
      *    Con mas renglones de los que caben, reescribir perderia
      *    operadores: mejor dejar el archivo como esta.
           IF WS-NUM-OPERS > 100
               DISPLAY "OPERADORES.DAT EXCEDE 100 RENGLONES; NO SE"
                   " CONVIRTIERON LOS PASSWORDS."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONVERTIDOS > 0
               PERFORM REESCRIBIR-OPERADORES
               DISPLAY "PASSWORDS CONVERTIDOS A CIFRADO: "
                   WS-CONVERTIDOS
           END-IF.
           GOBACK.

       GUARDAR-RENGLON.
           ADD 1 TO WS-NUM-OPERS.
           IF WS-NUM-OPERS > 100
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               IF OPER-HASH = SPACES AND OPER-PASSWORD NOT = SPACES
                   MOVE SPACES TO WS-SALT
                   CALL "CIFRA-PASSWORD" USING OPER-PASSWORD
                       WS-SALT WS-HASH
                   MOVE WS-SALT TO OPER-SALT
                   MOVE WS-HASH TO OPER-HASH
                   MOVE SPACES TO OPER-PASSWORD
                   ADD 1 TO WS-CONVERTIDOS
                   MOVE "S" TO WS-OPR-CONVERTIDO(WS-NUM-OPERS)
               ELSE
                   MOVE "N" TO WS-OPR-CONVERTIDO(WS-NUM-OPERS)
               END-IF
               MOVE OPERATOR-RECORD TO WS-OPR-RENGLON(WS-NUM-OPERS)
           END-IF.

       REESCRIBIR-OPERADORES.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPERS
               MOVE WS-OPR-RENGLON(WS-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
               IF WS-OPR-CONVERTIDO(WS-IDX) = "S"
                   PERFORM REGISTRAR-CONVERSION
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.

       REGISTRAR-CONVERSION.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND OPER-LOG-FILE.
           IF WS-OPERLOG-FILE-STATUS = "35"
               OPEN OUTPUT OPER-LOG-FILE
           END-IF.
           MOVE SPACES TO OPER-LOG-RECORD.
           MOVE WS-SYS-DATE    TO OPERLOG-DATE.
           MOVE WS-SYS-TIME    TO OPERLOG-TIME.
           MOVE "SISTEMA"      TO OPERLOG-ADMIN.
           MOVE "CIFRA-PWD"    TO OPERLOG-ACCION.
           MOVE OPER-ID        TO OPERLOG-OBJETIVO.
           WRITE OPER-LOG-RECORD.
           CLOSE OPER-LOG-FILE.

       END PROGRAM CONVIERTE-PASSWORDS.
