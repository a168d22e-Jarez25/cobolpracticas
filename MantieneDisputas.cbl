       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-DISPUTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-CASO
               FILE STATUS IS WS-DISPUTA-FILE-STATUS.

           SELECT DISPHIST-FILE ASSIGN TO "DISPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPHIST-FILE-STATUS.

           SELECT DISPREV-FILE ASSIGN TO "DISPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPREV-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTA-FILE.
           COPY "DISPUTA.cpy".

       FD  DISPHIST-FILE.
           COPY "DISPHIST.cpy".

      * Encargo de reversa para AJUSTE-CALCULO: caso y clave de la
      * fila a reversar. AJUSTE-CALCULO lo consume y lo vacia.
       FD  DISPREV-FILE.
       01 DISPREV-RECORD.
           05 DR-CASO               PIC 9(6).
           05 FILLER                PIC X.
           05 DR-REF-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 DR-REF-SEQ            PIC 9(5).

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DISPUTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DISPHIST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-DISPREV-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-ACCION                 PIC X VALUE SPACE.
       01 WS-TERMINADO              PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-CASO-TEXTO             PIC X(6) VALUE SPACES.
       01 WS-CASO                   PIC 9(6) VALUE 0.
       01 WS-ULTIMO-CASO            PIC 9(6) VALUE 0.
       01 WS-FECHA-TEXTO            PIC X(8) VALUE SPACES.
       01 WS-SEQ-TEXTO              PIC X(5) VALUE SPACES.
       01 WS-REF-DATE               PIC 9(8) VALUE 0.
       01 WS-REF-SEQ                PIC 9(5) VALUE 0.
       01 WS-FILA-VALIDA            PIC X VALUE "N".
       01 WS-CASO-HALLADO           PIC X VALUE "N".
       01 WS-NOTA                   PIC X(60) VALUE SPACES.
       01 WS-NUEVO-ESTADO           PIC X VALUE SPACE.
       01 WS-DESC-ESTADO            PIC X(12) VALUE SPACES.
       01 WS-IMPORTE-TEXTO          PIC -(9)9.99.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-CUST-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Expediente de disputas de clientes. Una queja ya no vive
      * en el correo: se abre un caso contra la fila exacta de
      * CALCHIST.DAT (fecha+secuencia) y pasa por ABIERTO, EN
      * REVISION y se resuelve PROCEDENTE o IMPROCEDENTE. Cada
      * paso deja en DISPHIST.DAT el operador y su nota. Resolver
      * procedente lanza la reversa normal de AJUSTE-CALCULO con
      * el numero de caso (con su cola de aprobacion si rebasa el
      * limite), de modo que la contrapartida queda ligada al
      * motivo que la origino.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE "N" TO WS-TERMINADO.
           PERFORM CICLO-DISPUTAS UNTIL WS-TERMINADO = "S".
           GOBACK.

       CICLO-DISPUTAS.
           DISPLAY " ".
           DISPLAY "CASOS DE DISPUTA:".
           DISPLAY "  A = ABRIR CASO".
           DISPLAY "  C = CONSULTAR CASO".
           DISPLAY "  R = PASAR A REVISION".
           DISPLAY "  T = AGREGAR NOTA".
           DISPLAY "  P = RESOLVER PROCEDENTE (REVERSA)".
           DISPLAY "  N = RESOLVER IMPROCEDENTE".
           DISPLAY "  S = SALIR".
           DISPLAY "ACCION:"
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN "A"
               WHEN "a"
                   PERFORM ABRIR-CASO
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-CASO
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO WS-NUEVO-ESTADO
                   PERFORM CAMBIAR-ESTADO
               WHEN "T"
               WHEN "t"
                   PERFORM AGREGAR-NOTA
               WHEN "P"
               WHEN "p"
                   PERFORM RESOLVER-PROCEDENTE
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-NUEVO-ESTADO
                   PERFORM CAMBIAR-ESTADO
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-TERMINADO
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------
      * El caso se abre solo contra una fila que exista, que no
      * sea ella misma una reversa y que no tenga ya otro caso
      * abierto o en revision. Cliente e importe se toman de la
      * fila, no se capturan. Un operador de sucursal solo abre y
      * trabaja casos de clientes de su sucursal.
      *-----------------------------------------------------------
       ABRIR-CASO.
           DISPLAY "FECHA DEL CALCULO DISPUTADO (YYYYMMDD):"
           ACCEPT WS-FECHA-TEXTO.
           DISPLAY "SECUENCIA DEL CALCULO DISPUTADO:"
           ACCEPT WS-SEQ-TEXTO.
           IF WS-FECHA-TEXTO IS NOT NUMERIC
               OR FUNCTION TRIM(WS-SEQ-TEXTO) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-SEQ-TEXTO) NOT = 0
               DISPLAY "FECHA Y SECUENCIA DEBEN SER NUMERICAS."
           ELSE
               MOVE WS-FECHA-TEXTO TO WS-REF-DATE
               COMPUTE WS-REF-SEQ = FUNCTION NUMVAL(WS-SEQ-TEXTO)
               PERFORM LEER-FILA-DISPUTADA
               IF WS-FILA-VALIDA = "S"
                   PERFORM ABRIR-DISPUTAS
                   IF WS-DISPUTA-FILE-STATUS = "00"
                       PERFORM BUSCAR-CASO-VIVO
                       IF WS-CASO-HALLADO = "S"
                           DISPLAY "ESA FILA YA TIENE EL CASO "
                               DISP-CASO " ABIERTO."
                       ELSE
                           PERFORM CAPTURAR-NOTA
                           IF FUNCTION TRIM(WS-NOTA) = SPACES
                               DISPLAY "SE REQUIERE UNA NOTA CON LA"
                                   " QUEJA. CASO NO ABIERTO."
                           ELSE
                               PERFORM GRABAR-CASO-NUEVO
                           END-IF
                       END-IF
                       CLOSE DISPUTA-FILE
                   END-IF
               END-IF
           END-IF.

       LEER-FILA-DISPUTADA.
           MOVE "N" TO WS-FILA-VALIDA.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT."
           ELSE
               MOVE WS-REF-DATE TO CALCHIST-DATE
               MOVE WS-REF-SEQ  TO CALCHIST-SEQ
               READ CALC-HISTORY-FILE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CALCULO EN LA HISTORIA."
               ELSE
               IF CALCHIST-TIPO = "R"
                   DISPLAY "ESA FILA ES UNA REVERSA; SE DISPUTA"
                       " EL CALCULO ORIGINAL."
               ELSE
                   CALL "SUCURSAL-CLIENTE" USING CALCHIST-CUST-ID
                       WS-CUST-SUCURSAL WS-SUC-PERMITIDO
                   IF WS-SUC-PERMITIDO NOT = "S"
                       PERFORM RECHAZAR-SUCURSAL
                   ELSE
                       MOVE "S" TO WS-FILA-VALIDA
                   END-IF
               END-IF
               END-IF
               CLOSE CALC-HISTORY-FILE
           END-IF.

       ABRIR-DISPUTAS.
           OPEN I-O DISPUTA-FILE.
           IF WS-DISPUTA-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTA-FILE
               CLOSE DISPUTA-FILE
               OPEN I-O DISPUTA-FILE
           END-IF.
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DISPUTAS.DAT ("
                   WS-DISPUTA-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR DISPUTAS.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------
      * Un solo recorrido del expediente: busca un caso vivo
      * (A o R) sobre la misma fila y, de paso, el numero de caso
      * mas alto para asignar el siguiente.
      *-----------------------------------------------------------
       BUSCAR-CASO-VIVO.
           MOVE "N" TO WS-CASO-HALLADO.
           MOVE 0 TO WS-ULTIMO-CASO.
           MOVE 0 TO DISP-CASO.
           START DISPUTA-FILE KEY NOT < DISP-CASO
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DISPUTA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DISP-CASO TO WS-ULTIMO-CASO
                       IF DISP-REF-DATE = WS-REF-DATE
                           AND DISP-REF-SEQ = WS-REF-SEQ
                           AND (DISP-ESTADO = "A"
                                OR DISP-ESTADO = "R")
                           MOVE "S" TO WS-CASO-HALLADO
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *    Numero tomado por otra sesion (22): el siguiente y
      *    reintento, igual que la secuencia de la historia.
       GRABAR-CASO-NUEVO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO DISPUTA-RECORD.
           MOVE "A"                 TO DISP-ESTADO.
           MOVE WS-REF-DATE         TO DISP-REF-DATE.
           MOVE WS-REF-SEQ          TO DISP-REF-SEQ.
           MOVE CALCHIST-CUST-ID    TO DISP-CUST.
           MOVE CALCHIST-RESULTADO  TO DISP-IMPORTE.
           MOVE WS-SYS-DATE         TO DISP-FECHA-APERTURA.
           MOVE WS-OPER-ACTUAL      TO DISP-OPER-APERTURA.
           MOVE WS-SYS-DATE         TO DISP-FECHA-ULT.
           MOVE WS-OPER-ACTUAL      TO DISP-OPER-ULT.
           MOVE 0                   TO DISP-FECHA-CIERRE.
           MOVE SPACE               TO DISP-REV-ESTADO.
           MOVE 0                   TO DISP-REV-DATE.
           MOVE 0                   TO DISP-REV-SEQ.
           PERFORM WITH TEST AFTER
                   UNTIL WS-DISPUTA-FILE-STATUS NOT = "22"
               ADD 1 TO WS-ULTIMO-CASO
               MOVE WS-ULTIMO-CASO TO DISP-CASO
               WRITE DISPUTA-RECORD
           END-PERFORM.
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-DISPUTA-FILE-STATUS
                   " GRABANDO EL CASO."
               MOVE "ERROR DE E/S GRABANDO UN CASO DE DISPUTA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM REGISTRAR-PASO
               DISPLAY "CASO " DISP-CASO " ABIERTO PARA EL CLIENTE "
                   DISP-CUST "."
           END-IF.

       PEDIR-CASO.
           MOVE "N" TO WS-CASO-HALLADO.
           DISPLAY "NUMERO DE CASO:"
           ACCEPT WS-CASO-TEXTO.
           IF FUNCTION TRIM(WS-CASO-TEXTO) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-CASO-TEXTO) NOT = 0
               DISPLAY "EL NUMERO DE CASO DEBE SER NUMERICO."
           ELSE
               COMPUTE WS-CASO = FUNCTION NUMVAL(WS-CASO-TEXTO)
               MOVE WS-CASO TO DISP-CASO
               READ DISPUTA-FILE
               IF WS-DISPUTA-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CASO."
               ELSE
                   CALL "SUCURSAL-CLIENTE" USING DISP-CUST
                       WS-CUST-SUCURSAL WS-SUC-PERMITIDO
                   IF WS-SUC-PERMITIDO NOT = "S"
                       PERFORM RECHAZAR-SUCURSAL
                   ELSE
                       MOVE "S" TO WS-CASO-HALLADO
                   END-IF
               END-IF
           END-IF.

       RECHAZAR-SUCURSAL.
           DISPLAY "CLIENTE DE OTRA SUCURSAL (" WS-CUST-SUCURSAL
               "); OPERACION NO PERMITIDA.".

       CONSULTAR-CASO.
           PERFORM ABRIR-DISPUTAS.
           IF WS-DISPUTA-FILE-STATUS = "00"
               PERFORM PEDIR-CASO
               IF WS-CASO-HALLADO = "S"
                   PERFORM MOSTRAR-CASO
                   PERFORM MOSTRAR-PASOS
               END-IF
               CLOSE DISPUTA-FILE
           END-IF.

       MOSTRAR-CASO.
           MOVE DISP-ESTADO TO WS-NUEVO-ESTADO.
           PERFORM DESCRIBIR-ESTADO.
           MOVE DISP-IMPORTE TO WS-IMPORTE-TEXTO.
           DISPLAY "CASO " DISP-CASO " - "
               FUNCTION TRIM(WS-DESC-ESTADO).
           DISPLAY "  CALCULO " DISP-REF-DATE "/" DISP-REF-SEQ
               " CLIENTE " DISP-CUST
               " IMPORTE " FUNCTION TRIM(WS-IMPORTE-TEXTO).
           DISPLAY "  ABIERTO " DISP-FECHA-APERTURA " POR "
               FUNCTION TRIM(DISP-OPER-APERTURA)
               "; ULTIMO PASO " DISP-FECHA-ULT " POR "
               FUNCTION TRIM(DISP-OPER-ULT).
           EVALUATE DISP-REV-ESTADO
               WHEN "E"
                   DISPLAY "  REVERSA ENCOLADA EN APRUEBA-REVERSAS."
               WHEN "H"
                   DISPLAY "  REVERSA ASENTADA " DISP-REV-DATE "/"
                       DISP-REV-SEQ "."
               WHEN "X"
                   DISPLAY "  REVERSA RECHAZADA POR EL SUPERVISOR."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MOSTRAR-PASOS.
           OPEN INPUT DISPHIST-FILE.
           IF WS-DISPHIST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DISPHIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF DH-CASO = DISP-CASO
                               DISPLAY "  " DH-FECHA " "
                                   DH-OPERADOR " " DH-ESTADO " "
                                   FUNCTION TRIM(DH-NOTA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPHIST-FILE
           END-IF.

       DESCRIBIR-ESTADO.
           EVALUATE WS-NUEVO-ESTADO
               WHEN "A"
                   MOVE "ABIERTO"      TO WS-DESC-ESTADO
               WHEN "R"
                   MOVE "EN REVISION"  TO WS-DESC-ESTADO
               WHEN "P"
                   MOVE "PROCEDENTE"   TO WS-DESC-ESTADO
               WHEN "N"
                   MOVE "IMPROCEDENTE" TO WS-DESC-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO"  TO WS-DESC-ESTADO
           END-EVALUATE.

      *-----------------------------------------------------------
      * Pasar a revision solo desde ABIERTO; resolver improcedente
      * desde ABIERTO o EN REVISION. Un caso resuelto ya no se
      * mueve. Toda transicion exige nota.
      *-----------------------------------------------------------
       CAMBIAR-ESTADO.
           PERFORM ABRIR-DISPUTAS.
           IF WS-DISPUTA-FILE-STATUS = "00"
               PERFORM PEDIR-CASO
               IF WS-CASO-HALLADO = "S"
                   IF DISP-ESTADO = "P" OR DISP-ESTADO = "N"
                       DISPLAY "EL CASO YA ESTA RESUELTO."
                   ELSE
                   IF WS-NUEVO-ESTADO = "R" AND DISP-ESTADO = "R"
                       DISPLAY "EL CASO YA ESTA EN REVISION."
                   ELSE
                       PERFORM CAPTURAR-NOTA
                       IF FUNCTION TRIM(WS-NOTA) = SPACES
                           DISPLAY "SE REQUIERE UNA NOTA. SIN"
                               " CAMBIOS."
                       ELSE
                           PERFORM ASENTAR-ESTADO
                       END-IF
                   END-IF
                   END-IF
               END-IF
               CLOSE DISPUTA-FILE
           END-IF.

       ASENTAR-ESTADO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-NUEVO-ESTADO TO DISP-ESTADO.
           MOVE WS-SYS-DATE     TO DISP-FECHA-ULT.
           MOVE WS-OPER-ACTUAL  TO DISP-OPER-ULT.
           IF WS-NUEVO-ESTADO = "P" OR WS-NUEVO-ESTADO = "N"
               MOVE WS-SYS-DATE TO DISP-FECHA-CIERRE
           END-IF.
           REWRITE DISPUTA-RECORD.
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-DISPUTA-FILE-STATUS
                   " ACTUALIZANDO EL CASO."
               MOVE "ERROR DE E/S ACTUALIZANDO UN CASO DE DISPUTA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM REGISTRAR-PASO
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "CASO " DISP-CASO " "
                   FUNCTION TRIM(WS-DESC-ESTADO) "."
           END-IF.

       AGREGAR-NOTA.
           PERFORM ABRIR-DISPUTAS.
           IF WS-DISPUTA-FILE-STATUS = "00"
               PERFORM PEDIR-CASO
               IF WS-CASO-HALLADO = "S"
                   PERFORM CAPTURAR-NOTA
                   IF FUNCTION TRIM(WS-NOTA) NOT = SPACES
                       ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
                       MOVE WS-SYS-DATE    TO DISP-FECHA-ULT
                       MOVE WS-OPER-ACTUAL TO DISP-OPER-ULT
                       REWRITE DISPUTA-RECORD
                       PERFORM REGISTRAR-PASO
                       DISPLAY "NOTA AGREGADA AL CASO " DISP-CASO "."
                   END-IF
               END-IF
               CLOSE DISPUTA-FILE
           END-IF.

      *-----------------------------------------------------------
      * Procedente = la reversa normal. El caso y la clave se
      * dejan en DISPREV.DAT y se llama a AJUSTE-CALCULO, que
      * aplica todas sus defensas (periodo cerrado, ya reversado,
      * limite con cola de aprobacion) y anota en el caso la
      * contrapartida o la solicitud encolada. El caso solo pasa a
      * PROCEDENTE si la reversa se asento o quedo encolada; si se
      * cancelo o se rechazo, sigue donde estaba.
      *-----------------------------------------------------------
       RESOLVER-PROCEDENTE.
           PERFORM ABRIR-DISPUTAS.
           IF WS-DISPUTA-FILE-STATUS = "00"
               PERFORM PEDIR-CASO
               IF WS-CASO-HALLADO = "S"
                   IF DISP-ESTADO = "P" OR DISP-ESTADO = "N"
                       DISPLAY "EL CASO YA ESTA RESUELTO."
                       MOVE "N" TO WS-CASO-HALLADO
                   ELSE
                       PERFORM CAPTURAR-NOTA
                       IF FUNCTION TRIM(WS-NOTA) = SPACES
                           DISPLAY "SE REQUIERE UNA NOTA. SIN"
                               " CAMBIOS."
                           MOVE "N" TO WS-CASO-HALLADO
                       END-IF
                   END-IF
               END-IF
               CLOSE DISPUTA-FILE
               IF WS-CASO-HALLADO = "S"
                   PERFORM LANZAR-REVERSA
               END-IF
           END-IF.

       LANZAR-REVERSA.
           OPEN OUTPUT DISPREV-FILE.
           MOVE SPACES        TO DISPREV-RECORD.
           MOVE DISP-CASO     TO DR-CASO.
           MOVE DISP-REF-DATE TO DR-REF-DATE.
           MOVE DISP-REF-SEQ  TO DR-REF-SEQ.
           WRITE DISPREV-RECORD.
           CLOSE DISPREV-FILE.
           CALL "AJUSTE-CALCULO".
           MOVE 0 TO RETURN-CODE.
           PERFORM ABRIR-DISPUTAS.
           IF WS-DISPUTA-FILE-STATUS = "00"
               MOVE WS-CASO TO DISP-CASO
               READ DISPUTA-FILE
               IF WS-DISPUTA-FILE-STATUS = "00"
                   IF DISP-REV-ESTADO = "E" OR DISP-REV-ESTADO = "H"
                       MOVE "P" TO WS-NUEVO-ESTADO
                       PERFORM ASENTAR-ESTADO
                   ELSE
                       DISPLAY "LA REVERSA NO SE ASENTO: EL CASO "
                           DISP-CASO " SIGUE SIN RESOLVER."
                   END-IF
               END-IF
               CLOSE DISPUTA-FILE
           END-IF.

       CAPTURAR-NOTA.
           DISPLAY "NOTA:"
           MOVE SPACES TO WS-NOTA.
           ACCEPT WS-NOTA.

       REGISTRAR-PASO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND DISPHIST-FILE.
           IF WS-DISPHIST-FILE-STATUS = "35"
               OPEN OUTPUT DISPHIST-FILE
           END-IF.
           MOVE SPACES         TO DISPHIST-RECORD.
           MOVE DISP-CASO      TO DH-CASO.
           MOVE WS-SYS-DATE    TO DH-FECHA.
           MOVE WS-SYS-TIME    TO DH-HORA.
           MOVE WS-OPER-ACTUAL TO DH-OPERADOR.
           MOVE DISP-ESTADO    TO DH-ESTADO.
           MOVE WS-NOTA        TO DH-NOTA.
           WRITE DISPHIST-RECORD.
           CLOSE DISPHIST-FILE.

       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "MANTIENE-DISPUTAS" TO ERRLOG-PROGRAM
           MOVE WS-ERR-MENSAJE     TO ERRLOG-MESSAGE
           MOVE "ERRLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               ERRLOG-DATE + ERRLOG-TIME, 999999937)
           CALL "SELLA-AUDITORIA" USING WS-SELLO-LOG
               WS-SELLO-APORTE WS-SELLO-SEQ WS-SELLO-CHECK
           MOVE WS-SELLO-SEQ   TO ERRLOG-SEQ
           MOVE WS-SELLO-CHECK TO ERRLOG-CHECK
           MOVE WS-OPER-ACTUAL TO ERRLOG-OPERADOR
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ACTUAL
           MOVE WS-CORRIDA-ACTUAL TO ERRLOG-CORRIDA
           WRITE ERRLOG-RECORD.
           CLOSE ERROR-LOG-FILE.

       END PROGRAM MANTIENE-DISPUTAS.
