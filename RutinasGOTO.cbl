       01 WS-PWD-ENTERO PIC 9(7) VALUE 0.
       01 WS-EDAD-PWD PIC S9(5) VALUE 0.
       01 WS-NUEVA-PASSWORD PIC X(10) VALUE SPACES.
       01 WS-HASH-TECLEADO PIC X(20) VALUE SPACES.
       01 WS-SENSIBLE-FILE-STATUS PIC XX VALUE "00".
       01 WS-SENSIBLE PIC X VALUE "N".
       01 WS-OPERADOR1-ID PIC X(10) VALUE SPACES.
       01 WS-TABLA-OPERS.
           05 WS-OPR-ENTRY OCCURS 100 TIMES.
               10 WS-OPR-ID        PIC X(10).
               10 WS-OPR-SALT      PIC X(8).
               10 WS-OPR-HASH      PIC X(20).
               10 WS-OPR-ROL       PIC X.
               10 WS-OPR-ESTADO    PIC X.
               10 WS-OPR-FALLAS    PIC 9.
               10 WS-OPR-PWD-FECHA PIC 9(8).
               10 WS-OPR-ULT-LOGIN PIC 9(8).
               10 WS-OPR-SUCURSAL  PIC X(3).
               10 WS-OPR-MATRIZ    PIC X.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
               CLOSE POLITICA-FILE
           END-IF.

      *-----------------------------------------------------------
      * Se cifra lo tecleado con la sal del operador y se compara
      * contra el cifrado guardado; el password en claro no se
      * guarda en ninguna parte.
      *-----------------------------------------------------------
       VERIFICAR-PASSWORD.
           MOVE SPACES TO WS-HASH-TECLEADO.
           IF WS-OPR-HASH(WS-O) NOT = SPACES
               CALL "CIFRA-PASSWORD" USING WS-OPERADOR-PASSWORD
                   WS-OPR-SALT(WS-O) WS-HASH-TECLEADO
           END-IF.
           MOVE SPACES TO WS-OPERADOR-PASSWORD.
           IF WS-HASH-TECLEADO NOT = SPACES
               AND WS-HASH-TECLEADO = WS-OPR-HASH(WS-O)
               MOVE 0 TO WS-OPR-FALLAS(WS-O)
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE WS-SYS-DATE TO WS-OPR-ULT-LOGIN(WS-O)
           IF WS-EDAD-PWD > WS-DIAS-EXPIRA
               DISPLAY "TU PASSWORD VENCIO. INGRESA UNA NUEVA:"
               ACCEPT WS-NUEVA-PASSWORD
               MOVE SPACES TO WS-OPR-SALT(WS-O)
               CALL "CIFRA-PASSWORD" USING WS-NUEVA-PASSWORD
                   WS-OPR-SALT(WS-O) WS-OPR-HASH(WS-O)
               MOVE SPACES TO WS-NUEVA-PASSWORD
               MOVE WS-SYS-DATE TO WS-OPR-PWD-FECHA(WS-O)
               DISPLAY "PASSWORD ACTUALIZADA."
           END-IF.

       CARGAR-OPERADORES.
           CALL "CONVIERTE-PASSWORDS".
           MOVE 0 TO WS-NUM-OPERS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
      *-----------------------------------------------------------
       GUARDAR-EN-TABLA.
           MOVE OPER-ID       TO WS-OPR-ID(WS-NUM-OPERS).
           MOVE OPER-SALT     TO WS-OPR-SALT(WS-NUM-OPERS).
           MOVE OPER-HASH     TO WS-OPR-HASH(WS-NUM-OPERS).
           IF OPER-ROL = "1" OR OPER-ROL = "2" OR OPER-ROL = "S"
               MOVE OPER-ROL TO WS-OPR-ROL(WS-NUM-OPERS)
           ELSE
           ELSE
               MOVE 0 TO WS-OPR-ULT-LOGIN(WS-NUM-OPERS)
           END-IF.
           MOVE OPER-SUCURSAL TO WS-OPR-SUCURSAL(WS-NUM-OPERS).
           MOVE OPER-MATRIZ   TO WS-OPR-MATRIZ(WS-NUM-OPERS).

       GUARDAR-OPERADORES.
           OPEN OUTPUT OPERATOR-FILE.
                   UNTIL WS-IDX > WS-NUM-OPERS
               MOVE SPACES TO OPERATOR-RECORD
               MOVE WS-OPR-ID(WS-IDX)        TO OPER-ID
               MOVE WS-OPR-SALT(WS-IDX)      TO OPER-SALT
               MOVE WS-OPR-HASH(WS-IDX)      TO OPER-HASH
               MOVE WS-OPR-ROL(WS-IDX)       TO OPER-ROL
               MOVE WS-OPR-ESTADO(WS-IDX)    TO OPER-ESTADO
               MOVE WS-OPR-FALLAS(WS-IDX)    TO OPER-FALLAS
               MOVE WS-OPR-PWD-FECHA(WS-IDX) TO OPER-PWD-FECHA
               MOVE WS-OPR-ULT-LOGIN(WS-IDX) TO OPER-ULT-LOGIN
               MOVE WS-OPR-SUCURSAL(WS-IDX)  TO OPER-SUCURSAL
               MOVE WS-OPR-MATRIZ(WS-IDX)    TO OPER-MATRIZ
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
