       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICA-ACCESOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT OPER-LOG-FILE ASSIGN TO "OPERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERLOG-FILE-STATUS.

           SELECT SENSIBLE-FILE ASSIGN TO "SENSIBLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENSIBLE-FILE-STATUS.

           SELECT RECERTCFG-FILE ASSIGN TO "RECERTCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERTCFG-FILE-STATUS.

           SELECT RECERT-FILE ASSIGN TO "RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECERT-FILE-STATUS.

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

      * El primer renglon de SENSIBLE.DAT sigue siendo la marca de
      * corrida sensible de RUTINAS-APROBACION; los renglones
      * siguientes nombran las funciones sensibles y el rol minimo
      * que las puede usar (1, 2 o S).
       FD  SENSIBLE-FILE.
       01 SENSIBLE-RECORD.
           05 SENS-ROL           PIC X.
           05 FILLER             PIC X.
           05 SENS-FUNCION       PIC X(30).

       FD  RECERTCFG-FILE.
       01 RECERTCFG-LINE         PIC X(20).

       FD  RECERT-FILE.
           COPY "RECERT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OPERLOG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SENSIBLE-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RECERTCFG-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RECERT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-HASH-TECLEADO          PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-O                      PIC 9(3) VALUE 0.
       01 WS-S                      PIC 9(2) VALUE 0.
       01 WS-NUM-OPERS              PIC 9(3) VALUE 0.
       01 WS-NUM-SENSIBLES          PIC 9(2) VALUE 0.
       01 WS-PRIMER-RENGLON         PIC X VALUE "S".
       01 WS-MARCA-SENSIBLE         PIC X VALUE "N".
       01 WS-DIAS-INACTIVO          PIC 9(4) VALUE 90.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-HOY-ENTERO             PIC 9(7) VALUE 0.
       01 WS-REF-ENTERO             PIC 9(7) VALUE 0.
       01 WS-FECHA-REF              PIC 9(8) VALUE 0.
       01 WS-DIAS-SIN-USO           PIC S9(7) VALUE 0.
       01 WS-PERMITE                PIC X VALUE "N".
       01 WS-CUENTA-PERMITIDAS      PIC 9(2) VALUE 0.
       01 WS-DECISION               PIC X VALUE SPACE.
       01 WS-ACCION-LOG             PIC X(12) VALUE SPACES.
       01 WS-OBJETIVO-ID            PIC X(10) VALUE SPACES.
       01 WS-CERTIFICADOS           PIC 9(3) VALUE 0.
       01 WS-REVOCADOS              PIC 9(3) VALUE 0.
       01 WS-INACTIVOS              PIC 9(3) VALUE 0.

      * Archivo completo en memoria para poder reescribirlo, con
      * lo que tenia cada operador antes de la revision y la
      * decision tomada.
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
               10 WS-OPR-ESTADO-ANTES PIC X.
               10 WS-OPR-SENSIBLES PIC 9(2).
               10 WS-OPR-DECISION  PIC X.

       01 WS-TABLA-SENSIBLES.
           05 WS-SENS-ENTRY OCCURS 50 TIMES.
               10 WS-SENS-ROL      PIC X.
               10 WS-SENS-FUNCION  PIC X(30).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Recertificacion trimestral de accesos. Un supervisor
      * firmado revisa a cada operador de OPERADORES.DAT con su
      * rol, estado, ultimo ingreso y las funciones sensibles de
      * SENSIBLE.DAT que su rol le permite, y decide certificar o
      * revocar. Antes de la revision se deshabilitan solos los
      * operadores sin ingreso en mas dias de los de RECERTCFG.DAT
      * (90 si no hay archivo). Una revocacion deshabilita la
      * cuenta igual que ADMIN-OPERADORES y queda en OPERLOG.DAT
      * con el supervisor; la revision completa queda firmada en
      * RECERT.DAT como evidencia para auditoria. El supervisor no
      * se certifica a si mismo.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM CARGAR-OPERADORES.
           PERFORM VALIDAR-SUPERVISOR.
           IF WS-SUP-VALIDO NOT = "S"
               DISPLAY "ACCESO DENEGADO: SE REQUIERE UN SUPERVISOR"
                   " (ROL S) ACTIVO."
               GOBACK
           END-IF.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-SENSIBLES.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE).
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-NUM-OPERS
               MOVE WS-OPR-ESTADO(WS-O) TO WS-OPR-ESTADO-ANTES(WS-O)
               MOVE SPACE TO WS-OPR-DECISION(WS-O)
               PERFORM CONTAR-PERMITIDAS
               MOVE WS-CUENTA-PERMITIDAS TO WS-OPR-SENSIBLES(WS-O)
               PERFORM REVISAR-INACTIVIDAD
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "RECERTIFICACION DE ACCESOS " WS-SYS-DATE
               " - SUPERVISOR " WS-SUP-ID.
           DISPLAY "INACTIVIDAD MAXIMA: " WS-DIAS-INACTIVO " DIAS.".
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-NUM-OPERS
               PERFORM REVISAR-OPERADOR
           END-PERFORM.
           PERFORM GUARDAR-OPERADORES.
           PERFORM GRABAR-EVIDENCIA.
           DISPLAY " ".
           DISPLAY "RECERTIFICACION TERMINADA. CERTIFICADOS "
               WS-CERTIFICADOS " REVOCADOS " WS-REVOCADOS
               " DESHABILITADOS POR INACTIVIDAD " WS-INACTIVOS ".".
           DISPLAY "EVIDENCIA EN RECERT.DAT.".
           GOBACK.

       CARGAR-OPERADORES.
           CALL "CONVIERTE-PASSWORDS".
           MOVE 0 TO WS-NUM-OPERS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-OPERS = 100
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF OPER-ID NOT = SPACES
                               ADD 1 TO WS-NUM-OPERS
                               PERFORM GUARDAR-EN-TABLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *-----------------------------------------------------------
      * Un renglon viejo de solo ID y PASSWORD entra con rol
      * basico, estado activo y contadores en cero.
      *-----------------------------------------------------------
       GUARDAR-EN-TABLA.
           MOVE OPER-ID       TO WS-OPR-ID(WS-NUM-OPERS).
           MOVE OPER-SALT     TO WS-OPR-SALT(WS-NUM-OPERS).
           MOVE OPER-HASH     TO WS-OPR-HASH(WS-NUM-OPERS).
           IF OPER-ROL = "1" OR OPER-ROL = "2" OR OPER-ROL = "S"
               MOVE OPER-ROL TO WS-OPR-ROL(WS-NUM-OPERS)
           ELSE
               MOVE "1" TO WS-OPR-ROL(WS-NUM-OPERS)
           END-IF.
           IF OPER-ESTADO = "A" OR OPER-ESTADO = "D"
               OR OPER-ESTADO = "L"
               MOVE OPER-ESTADO TO WS-OPR-ESTADO(WS-NUM-OPERS)
           ELSE
               MOVE "A" TO WS-OPR-ESTADO(WS-NUM-OPERS)
           END-IF.
           IF OPER-FALLAS IS NUMERIC
               MOVE OPER-FALLAS TO WS-OPR-FALLAS(WS-NUM-OPERS)
           ELSE
               MOVE 0 TO WS-OPR-FALLAS(WS-NUM-OPERS)
           END-IF.
           IF OPER-PWD-FECHA IS NUMERIC
               MOVE OPER-PWD-FECHA
                   TO WS-OPR-PWD-FECHA(WS-NUM-OPERS)
           ELSE
               MOVE 0 TO WS-OPR-PWD-FECHA(WS-NUM-OPERS)
           END-IF.
           IF OPER-ULT-LOGIN IS NUMERIC
               MOVE OPER-ULT-LOGIN
                   TO WS-OPR-ULT-LOGIN(WS-NUM-OPERS)
           ELSE
               MOVE 0 TO WS-OPR-ULT-LOGIN(WS-NUM-OPERS)
           END-IF.
           MOVE OPER-SUCURSAL TO WS-OPR-SUCURSAL(WS-NUM-OPERS).
           MOVE OPER-MATRIZ   TO WS-OPR-MATRIZ(WS-NUM-OPERS).

       GUARDAR-OPERADORES.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
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

       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO.
           DISPLAY "ID DE SUPERVISOR:"
           ACCEPT WS-SUP-ID.
           DISPLAY "PASSWORD:"
           ACCEPT WS-SUP-PASSWORD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-OPERS
               IF WS-OPR-ID(WS-IDX) = WS-SUP-ID
                   AND WS-OPR-HASH(WS-IDX) NOT = SPACES
                   AND WS-OPR-ROL(WS-IDX) = "S"
                   AND WS-OPR-ESTADO(WS-IDX) = "A"
                   CALL "CIFRA-PASSWORD" USING WS-SUP-PASSWORD
                       WS-OPR-SALT(WS-IDX) WS-HASH-TECLEADO
                   IF WS-HASH-TECLEADO = WS-OPR-HASH(WS-IDX)
                       MOVE "S" TO WS-SUP-VALIDO
                   END-IF
                   MOVE WS-NUM-OPERS TO WS-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SUP-PASSWORD.

      *-----------------------------------------------------------
      * Dias sin ingreso que deshabilitan una cuenta: primer
      * numero de RECERTCFG.DAT.
      *-----------------------------------------------------------
       LEER-PARAMETROS.
           OPEN INPUT RECERTCFG-FILE.
           IF WS-RECERTCFG-FILE-STATUS = "00"
               READ RECERTCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1
                       UNSTRING RECERTCFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1
                       IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                           AND FUNCTION NUMVAL(WS-CFG-1) > 0
                           AND FUNCTION NUMVAL(WS-CFG-1) < 10000
                           MOVE FUNCTION NUMVAL(WS-CFG-1)
                               TO WS-DIAS-INACTIVO
                       END-IF
               END-READ
               CLOSE RECERTCFG-FILE
           END-IF.

      *-----------------------------------------------------------
      * Funciones sensibles de SENSIBLE.DAT. Sin renglones de
      * funciones, la unica sensible es la corrida de aprobacion
      * cuando la marca del primer renglon esta en S (la pueden
      * correr seniors y supervisores).
      *-----------------------------------------------------------
       CARGAR-SENSIBLES.
           MOVE 0 TO WS-NUM-SENSIBLES.
           MOVE "N" TO WS-MARCA-SENSIBLE.
           MOVE "S" TO WS-PRIMER-RENGLON.
           OPEN INPUT SENSIBLE-FILE.
           IF WS-SENSIBLE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-SENSIBLES = 50
                   READ SENSIBLE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM GUARDAR-SENSIBLE
                   END-READ
               END-PERFORM
               CLOSE SENSIBLE-FILE
           END-IF.
           IF WS-NUM-SENSIBLES = 0 AND WS-MARCA-SENSIBLE = "S"
               MOVE 1 TO WS-NUM-SENSIBLES
               MOVE "2" TO WS-SENS-ROL(1)
               MOVE "CORRIDA DE APROBACION SENSIBLE"
                   TO WS-SENS-FUNCION(1)
           END-IF.

       GUARDAR-SENSIBLE.
           IF WS-PRIMER-RENGLON = "S"
               MOVE "N" TO WS-PRIMER-RENGLON
               IF SENS-ROL = "S" OR SENS-ROL = "s"
                   MOVE "S" TO WS-MARCA-SENSIBLE
               END-IF
           ELSE
               IF SENS-FUNCION NOT = SPACES
                   AND (SENS-ROL = "1" OR SENS-ROL = "2"
                        OR SENS-ROL = "S")
                   ADD 1 TO WS-NUM-SENSIBLES
                   MOVE SENS-ROL TO WS-SENS-ROL(WS-NUM-SENSIBLES)
                   MOVE SENS-FUNCION
                       TO WS-SENS-FUNCION(WS-NUM-SENSIBLES)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * El rol 1 ve solo lo de rol 1; el 2 ve lo de 1 y 2; el
      * supervisor todo.
      *-----------------------------------------------------------
       VERIFICAR-PERMITE.
           MOVE "N" TO WS-PERMITE.
           EVALUATE WS-SENS-ROL(WS-S)
               WHEN "1"
                   MOVE "S" TO WS-PERMITE
               WHEN "2"
                   IF WS-OPR-ROL(WS-O) = "2"
                       OR WS-OPR-ROL(WS-O) = "S"
                       MOVE "S" TO WS-PERMITE
                   END-IF
               WHEN "S"
                   IF WS-OPR-ROL(WS-O) = "S"
                       MOVE "S" TO WS-PERMITE
                   END-IF
           END-EVALUATE.

       CONTAR-PERMITIDAS.
           MOVE 0 TO WS-CUENTA-PERMITIDAS.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NUM-SENSIBLES
               PERFORM VERIFICAR-PERMITE
               IF WS-PERMITE = "S"
                   ADD 1 TO WS-CUENTA-PERMITIDAS
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Sin ingreso se toma la fecha del ultimo cambio de password
      * (el alta la pone); un renglon viejo sin ninguna de las dos
      * fechas no se puede medir y queda para la revision manual.
      *-----------------------------------------------------------
       REVISAR-INACTIVIDAD.
           IF WS-OPR-ESTADO(WS-O) = "D"
               OR WS-OPR-ID(WS-O) = WS-SUP-ID
               CONTINUE
           ELSE
           IF WS-OPR-ULT-LOGIN(WS-O) NOT = 0
               MOVE WS-OPR-ULT-LOGIN(WS-O) TO WS-FECHA-REF
           ELSE
               MOVE WS-OPR-PWD-FECHA(WS-O) TO WS-FECHA-REF
           END-IF
           IF WS-FECHA-REF NOT = 0
               COMPUTE WS-REF-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-REF)
               COMPUTE WS-DIAS-SIN-USO =
                   WS-HOY-ENTERO - WS-REF-ENTERO
               IF WS-DIAS-SIN-USO > WS-DIAS-INACTIVO
                   MOVE "D" TO WS-OPR-ESTADO(WS-O)
                   MOVE "I" TO WS-OPR-DECISION(WS-O)
                   ADD 1 TO WS-INACTIVOS
                   MOVE WS-OPR-ID(WS-O) TO WS-OBJETIVO-ID
                   MOVE "INACTIVIDAD" TO WS-ACCION-LOG
                   PERFORM REGISTRAR-CAMBIO
               END-IF
           END-IF
           END-IF.

       REVISAR-OPERADOR.
           DISPLAY " ".
           DISPLAY "OPERADOR " WS-OPR-ID(WS-O)
               " ROL " WS-OPR-ROL(WS-O)
               " ESTADO " WS-OPR-ESTADO-ANTES(WS-O)
               " ULT.INGRESO " WS-OPR-ULT-LOGIN(WS-O).
           IF WS-OPR-SENSIBLES(WS-O) = 0
               DISPLAY "  SIN FUNCIONES SENSIBLES."
           ELSE
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-NUM-SENSIBLES
                   PERFORM VERIFICAR-PERMITE
                   IF WS-PERMITE = "S"
                       DISPLAY "  SENSIBLE: " WS-SENS-FUNCION(WS-S)
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-OPR-DECISION(WS-O) = "I"
                   DISPLAY "  DESHABILITADO POR INACTIVIDAD."
               WHEN WS-OPR-ESTADO-ANTES(WS-O) = "D"
                   MOVE "D" TO WS-OPR-DECISION(WS-O)
                   DISPLAY "  YA ESTABA DESHABILITADO."
               WHEN WS-OPR-ID(WS-O) = WS-SUP-ID
                   MOVE "P" TO WS-OPR-DECISION(WS-O)
                   DISPLAY "  NO TE PUEDES CERTIFICAR A TI MISMO;"
                       " LO HACE OTRO SUPERVISOR."
               WHEN OTHER
                   PERFORM PEDIR-DECISION
           END-EVALUATE.

       PEDIR-DECISION.
           MOVE SPACE TO WS-DECISION.
           PERFORM UNTIL WS-DECISION = "C" OR WS-DECISION = "R"
               DISPLAY "  CERTIFICAR (C) O REVOCAR (R):"
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           END-PERFORM.
           MOVE WS-DECISION TO WS-OPR-DECISION(WS-O).
           IF WS-DECISION = "C"
               ADD 1 TO WS-CERTIFICADOS
           ELSE
               MOVE "D" TO WS-OPR-ESTADO(WS-O)
               ADD 1 TO WS-REVOCADOS
               MOVE WS-OPR-ID(WS-O) TO WS-OBJETIVO-ID
               MOVE "REVOCAR" TO WS-ACCION-LOG
               PERFORM REGISTRAR-CAMBIO
               DISPLAY "  ACCESO REVOCADO; CUENTA DESHABILITADA."
           END-IF.

      *-----------------------------------------------------------
      * Un renglon por operador revisado, todos con la fecha, la
      * hora y el supervisor que firmo la corrida.
      *-----------------------------------------------------------
       GRABAR-EVIDENCIA.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND RECERT-FILE.
           IF WS-RECERT-FILE-STATUS = "35"
               OPEN OUTPUT RECERT-FILE
           END-IF.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-NUM-OPERS
               MOVE SPACES TO RECERT-RECORD
               MOVE WS-SYS-DATE               TO RCT-FECHA
               MOVE WS-SYS-TIME               TO RCT-HORA
               MOVE WS-SUP-ID                 TO RCT-SUPERVISOR
               MOVE WS-OPR-ID(WS-O)           TO RCT-OPERADOR
               MOVE WS-OPR-ROL(WS-O)          TO RCT-ROL
               MOVE WS-OPR-ESTADO-ANTES(WS-O) TO RCT-ESTADO-ANTES
               MOVE WS-OPR-ESTADO(WS-O)       TO RCT-ESTADO-DESPUES
               MOVE WS-OPR-ULT-LOGIN(WS-O)    TO RCT-ULT-LOGIN
               MOVE WS-OPR-SENSIBLES(WS-O)    TO RCT-SENSIBLES
               MOVE WS-OPR-DECISION(WS-O)     TO RCT-DECISION
               WRITE RECERT-RECORD
           END-PERFORM.
           CLOSE RECERT-FILE.

       REGISTRAR-CAMBIO.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND OPER-LOG-FILE.
           IF WS-OPERLOG-FILE-STATUS = "35"
               OPEN OUTPUT OPER-LOG-FILE
           END-IF.
           MOVE SPACES TO OPER-LOG-RECORD.
           MOVE WS-SYS-DATE    TO OPERLOG-DATE.
           MOVE WS-SYS-TIME    TO OPERLOG-TIME.
           MOVE WS-SUP-ID      TO OPERLOG-ADMIN.
           MOVE WS-ACCION-LOG  TO OPERLOG-ACCION.
           MOVE WS-OBJETIVO-ID TO OPERLOG-OBJETIVO.
           WRITE OPER-LOG-RECORD.
           CLOSE OPER-LOG-FILE.

       END PROGRAM RECERTIFICA-ACCESOS.
