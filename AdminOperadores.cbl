       01 WS-ACCION              PIC X VALUE SPACE.
       01 WS-OBJETIVO-ID         PIC X(10) VALUE SPACES.
       01 WS-NUEVA-PASSWORD      PIC X(10) VALUE SPACES.
       01 WS-HASH-TECLEADO       PIC X(20) VALUE SPACES.
       01 WS-NUEVO-ROL           PIC X VALUE "1".
       01 WS-NUEVA-SUCURSAL      PIC X(3) VALUE SPACES.
       01 WS-NUEVA-MATRIZ        PIC X VALUE "N".
       01 WS-SUCURSAL-DEFECTO    PIC X(3) VALUE "001".
       01 WS-IDX                 PIC 9(3) VALUE 0.
       01 WS-O                   PIC 9(3) VALUE 0.
       01 WS-NUM-OPERS           PIC 9(3) VALUE 0.
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

       COPY "SYSDATE.cpy".

      * fallidos y restablecer passwords - todo restringido a un
      * operador con rol de supervisor y con cada cambio asentado
      * en OPERLOG.DAT con quien lo hizo. Se acabo la edicion a
      * mano del archivo de credenciales. Los passwords se guardan
      * solo cifrados (CIFRA-PASSWORD) y nunca se muestran. Cada
      * operador pertenece a una sucursal; los de casa matriz ven
      * y asientan clientes de todas.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           GOBACK.

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
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO WS-NUM-OPERS.
           MOVE WS-OBJETIVO-ID    TO WS-OPR-ID(1).
           MOVE SPACES TO WS-OPR-SALT(1).
           CALL "CIFRA-PASSWORD" USING WS-NUEVA-PASSWORD
               WS-OPR-SALT(1) WS-OPR-HASH(1).
           MOVE SPACES TO WS-NUEVA-PASSWORD.
           MOVE "S" TO WS-OPR-ROL(1).
           MOVE "A" TO WS-OPR-ESTADO(1).
           MOVE 0 TO WS-OPR-FALLAS(1).
           MOVE WS-SYS-DATE TO WS-OPR-PWD-FECHA(1).
           MOVE 0 TO WS-OPR-ULT-LOGIN(1).
           MOVE WS-SUCURSAL-DEFECTO TO WS-OPR-SUCURSAL(1).
           MOVE "S" TO WS-OPR-MATRIZ(1).
           PERFORM GUARDAR-OPERADORES.
           MOVE WS-OBJETIVO-ID TO WS-ADMIN-ID.
           MOVE "ALTA-SUPERV" TO WS-ACCION-LOG.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPERS
               IF WS-OPR-ID(WS-IDX) = WS-ADMIN-ID
                   AND WS-OPR-HASH(WS-IDX) NOT = SPACES
                   AND WS-OPR-ROL(WS-IDX) = "S"
                   AND WS-OPR-ESTADO(WS-IDX) = "A"
                   CALL "CIFRA-PASSWORD" USING WS-ADMIN-PASSWORD
                       WS-OPR-SALT(WS-IDX) WS-HASH-TECLEADO
                   IF WS-HASH-TECLEADO = WS-OPR-HASH(WS-IDX)
                       MOVE "S" TO WS-ADMIN-VALIDO
                   END-IF
                   MOVE WS-NUM-OPERS TO WS-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ADMIN-PASSWORD.

       CICLO-ADMIN.
           DISPLAY " ".
           DISPLAY "  D = DESHABILITAR OPERADOR".
           DISPLAY "  U = DESBLOQUEAR OPERADOR".
           DISPLAY "  P = RESTABLECER PASSWORD".
           DISPLAY "  B = SUCURSAL Y CASA MATRIZ".
           DISPLAY "  L = LISTAR OPERADORES".
           DISPLAY "  S = SALIR".
           DISPLAY "ACCION:"
               WHEN "P"
               WHEN "p"
                   PERFORM RESTABLECER-PASSWORD
               WHEN "B"
               WHEN "b"
                   PERFORM CAMBIAR-SUCURSAL
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-OPERADORES
                       AND WS-NUEVO-ROL NOT = "S"
                       MOVE "1" TO WS-NUEVO-ROL
                   END-IF
                   PERFORM CAPTURAR-SUCURSAL
                   ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
                   ADD 1 TO WS-NUM-OPERS
                   MOVE WS-OBJETIVO-ID
                       TO WS-OPR-ID(WS-NUM-OPERS)
                   MOVE SPACES TO WS-OPR-SALT(WS-NUM-OPERS)
                   CALL "CIFRA-PASSWORD" USING WS-NUEVA-PASSWORD
                       WS-OPR-SALT(WS-NUM-OPERS)
                       WS-OPR-HASH(WS-NUM-OPERS)
                   MOVE SPACES TO WS-NUEVA-PASSWORD
                   MOVE WS-NUEVO-ROL TO WS-OPR-ROL(WS-NUM-OPERS)
                   MOVE "A" TO WS-OPR-ESTADO(WS-NUM-OPERS)
                   MOVE 0 TO WS-OPR-FALLAS(WS-NUM-OPERS)
                   MOVE WS-SYS-DATE
                       TO WS-OPR-PWD-FECHA(WS-NUM-OPERS)
                   MOVE 0 TO WS-OPR-ULT-LOGIN(WS-NUM-OPERS)
                   MOVE WS-NUEVA-SUCURSAL
                       TO WS-OPR-SUCURSAL(WS-NUM-OPERS)
                   MOVE WS-NUEVA-MATRIZ
                       TO WS-OPR-MATRIZ(WS-NUM-OPERS)
                   PERFORM GUARDAR-OPERADORES
                   MOVE "ALTA" TO WS-ACCION-LOG
                   PERFORM REGISTRAR-CAMBIO
           ELSE
               DISPLAY "PASSWORD TEMPORAL:"
               ACCEPT WS-NUEVA-PASSWORD
               MOVE SPACES TO WS-OPR-SALT(WS-O)
               CALL "CIFRA-PASSWORD" USING WS-NUEVA-PASSWORD
                   WS-OPR-SALT(WS-O) WS-OPR-HASH(WS-O)
               MOVE SPACES TO WS-NUEVA-PASSWORD
               MOVE 0 TO WS-OPR-PWD-FECHA(WS-O)
               PERFORM GUARDAR-OPERADORES
               MOVE "RESET-PWD" TO WS-ACCION-LOG
                   " AL PROXIMO INGRESO."
           END-IF.

      *-----------------------------------------------------------
      * Cambio de sucursal o de alcance de casa matriz de un
      * operador existente (traslado a la otra oficina, o un
      * supervisor que pasa a ver todas las sucursales).
      *-----------------------------------------------------------
       CAMBIAR-SUCURSAL.
           DISPLAY "ID DEL OPERADOR:"
           ACCEPT WS-OBJETIVO-ID.
           PERFORM BUSCAR-OPERADOR.
           IF WS-O = 0
               DISPLAY "NO EXISTE ESE OPERADOR."
           ELSE
               DISPLAY "SUCURSAL ACTUAL " WS-OPR-SUCURSAL(WS-O)
                   " CASA MATRIZ " WS-OPR-MATRIZ(WS-O)
               PERFORM CAPTURAR-SUCURSAL
               MOVE WS-NUEVA-SUCURSAL TO WS-OPR-SUCURSAL(WS-O)
               MOVE WS-NUEVA-MATRIZ   TO WS-OPR-MATRIZ(WS-O)
               PERFORM GUARDAR-OPERADORES
               MOVE "SUCURSAL" TO WS-ACCION-LOG
               PERFORM REGISTRAR-CAMBIO
               DISPLAY "SUCURSAL DEL OPERADOR ACTUALIZADA."
           END-IF.

      *    En blanco queda la sucursal por omision; cualquier
      *    respuesta distinta de S deja al operador solo en su
      *    sucursal.
       CAPTURAR-SUCURSAL.
           DISPLAY "SUCURSAL (3 CARACTERES, ENTER = "
               WS-SUCURSAL-DEFECTO "):"
           ACCEPT WS-NUEVA-SUCURSAL.
           IF WS-NUEVA-SUCURSAL = SPACES
               MOVE WS-SUCURSAL-DEFECTO TO WS-NUEVA-SUCURSAL
           END-IF.
           DISPLAY "CASA MATRIZ, VE TODAS LAS SUCURSALES (S/N):"
           ACCEPT WS-NUEVA-MATRIZ.
           IF WS-NUEVA-MATRIZ = "s"
               MOVE "S" TO WS-NUEVA-MATRIZ
           END-IF.
           IF WS-NUEVA-MATRIZ NOT = "S"
               MOVE "N" TO WS-NUEVA-MATRIZ
           END-IF.

       LISTAR-OPERADORES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPERS
               DISPLAY "  " WS-OPR-ID(WS-IDX)
                   " ROL " WS-OPR-ROL(WS-IDX)
                   " SUC " WS-OPR-SUCURSAL(WS-IDX)
                   " MATRIZ " WS-OPR-MATRIZ(WS-IDX)
                   " ESTADO " WS-OPR-ESTADO(WS-IDX)
                   " FALLAS " WS-OPR-FALLAS(WS-IDX)
                   " ULT.INGRESO " WS-OPR-ULT-LOGIN(WS-IDX)
