       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTRA-QA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QACFG-FILE ASSIGN TO "QACFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QACFG-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT QAMUESTRA-FILE ASSIGN TO "QAMUESTRA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QA-KEY
               FILE STATUS IS WS-QAMUESTRA-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Porcentaje de filas interactivas que entran a la muestra
      * (de 1 a 100; 5 si no hay archivo).
       FD  QACFG-FILE.
       01 QACFG-LINE                PIC X(30).

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       FD  QAMUESTRA-FILE.
           COPY "QAMUESTRA.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-QACFG-FILE-STATUS      PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-QAMUESTRA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-PORCENTAJE             PIC 9(3) VALUE 5.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-YA-TOMADA              PIC X VALUE "N".

      * El azar se siembra una vez con la hora de la corrida; cada
      * fila saca un numero entre 0 y 1.
       01 WS-SEMILLA                PIC 9(8) VALUE 0.
       01 WS-AZAR                   PIC V9(6) VALUE 0.
       01 WS-ELEGIDA                PIC X VALUE "N".
       01 WS-MOTIVO                 PIC X VALUE SPACE.

      * Operadores que pueden revisar: activos, de cualquier rol.
      * La asignacion gira sobre la tabla desde un punto al azar
      * y salta al que capturo la fila.
       01 WS-NUM-OPER               PIC 9(3) VALUE 0.
       01 WS-TABLA-OPER.
           05 WS-OPER-ENTRY OCCURS 200 TIMES
                   PIC X(10).
       01 WS-OPER-IDX               PIC 9(3) VALUE 0.
       01 WS-INTENTOS               PIC 9(3) VALUE 0.
       01 WS-REVISOR                PIC X(10) VALUE SPACES.

       01 WS-INTERACTIVAS           PIC 9(7) VALUE 0.
       01 WS-POR-BANDA              PIC 9(7) VALUE 0.
       01 WS-POR-AZAR               PIC 9(7) VALUE 0.
       01 WS-SIN-REVISOR            PIC 9(7) VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Muestra diaria de control de calidad de captura: de las
      * filas interactivas de CALCHIST.DAT del dia de negocio
      * (calculo normal tecleado por un operador firmado, sin lote
      * de entrada) entra al azar el porcentaje de QACFG.DAT, y
      * toda fila que rebaso la banda entra siempre. Cada fila
      * elegida queda en QAMUESTRA.DAT asignada a otro operador,
      * que la vuelve a teclear a ciegas con RECAPTURA-QA. Si el
      * dia ya tiene muestra no se toma otra.
      * RETURN-CODE 4 si alguna fila quedo sin revisor posible.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           PERFORM LEER-PARAMETROS.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           PERFORM VERIFICAR-MUESTRA-PREVIA.
           IF WS-YA-TOMADA = "S"
               DISPLAY "LA MUESTRA DEL " WS-FECHA-NEGOCIO
                   " YA ESTA EN QAMUESTRA.DAT, NO SE REPITE."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               IF WS-HIST-FILE-STATUS = "35"
                   DISPLAY "SIN CALCHIST.DAT: NADA QUE MUESTREAR."
                   MOVE 0 TO RETURN-CODE
               ELSE
                   DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                       WS-HIST-FILE-STATUS ")."
                   MOVE "MUESTRA QA: NO SE PUDO ABRIR CALCHIST.DAT"
                       TO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF.
           PERFORM CARGAR-OPERADORES.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-TIME TO WS-SEMILLA.
           COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA).
           IF WS-NUM-OPER > 0
               COMPUTE WS-OPER-IDX =
                   FUNCTION MOD(WS-SEMILLA, WS-NUM-OPER) + 1
           END-IF.

           OPEN I-O QAMUESTRA-FILE.
           IF WS-QAMUESTRA-FILE-STATUS = "35"
               OPEN OUTPUT QAMUESTRA-FILE
               CLOSE QAMUESTRA-FILE
               OPEN I-O QAMUESTRA-FILE
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CALCHIST-DATE NOT = WS-FECHA-NEGOCIO
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM EVALUAR-FILA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QAMUESTRA-FILE.
           CLOSE CALC-HISTORY-FILE.

           DISPLAY "MUESTRA QA DEL " WS-FECHA-NEGOCIO " ("
               WS-PORCENTAJE "% AL AZAR)".
           DISPLAY "  FILAS INTERACTIVAS  : " WS-INTERACTIVAS.
           DISPLAY "  SOBRE LA BANDA      : " WS-POR-BANDA.
           DISPLAY "  AL AZAR             : " WS-POR-AZAR.
           IF WS-SIN-REVISOR > 0
               DISPLAY "  SIN REVISOR POSIBLE : " WS-SIN-REVISOR
               MOVE "MUESTRA QA: FILAS SIN REVISOR POSIBLE"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO WS-RUTINA-RC
           END-IF.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT QACFG-FILE.
           IF WS-QACFG-FILE-STATUS = "00"
               READ QACFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1
                       UNSTRING QACFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1
                       IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                           AND FUNCTION NUMVAL(WS-CFG-1) > 0
                           AND FUNCTION NUMVAL(WS-CFG-1) NOT > 100
                           MOVE FUNCTION NUMVAL(WS-CFG-1)
                               TO WS-PORCENTAJE
                       END-IF
               END-READ
               CLOSE QACFG-FILE
           END-IF.

      *    Una corrida repetida (reinicio de la cadena, corrida a
      *    mano) no debe sacar una segunda muestra del mismo dia.
       VERIFICAR-MUESTRA-PREVIA.
           MOVE "N" TO WS-YA-TOMADA.
           OPEN INPUT QAMUESTRA-FILE.
           IF WS-QAMUESTRA-FILE-STATUS = "00"
               MOVE WS-FECHA-NEGOCIO TO QA-DATE
               MOVE 0 TO QA-SEQ
               START QAMUESTRA-FILE KEY NOT < QA-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ QAMUESTRA-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF QA-DATE = WS-FECHA-NEGOCIO
                                   MOVE "S" TO WS-YA-TOMADA
                               END-IF
                       END-READ
               END-START
               CLOSE QAMUESTRA-FILE
           END-IF.

       CARGAR-OPERADORES.
           MOVE 0 TO WS-NUM-OPER.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF OPER-ID NOT = SPACES
                               AND OPER-ESTADO NOT = "D"
                               AND OPER-ESTADO NOT = "L"
                               AND WS-NUM-OPER < 200
                               ADD 1 TO WS-NUM-OPER
                               MOVE OPER-ID
                                   TO WS-OPER-ENTRY(WS-NUM-OPER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *-----------------------------------------------------------
      * Solo el calculo normal tecleado en pantalla: lo que vino
      * de un lote, lo que asento la cadena nocturna y las
      * contrapartidas, pagos y cargos no se capturan a mano.
      *-----------------------------------------------------------
       EVALUAR-FILA.
           IF CALCHIST-TIPO = SPACE
               AND CALCHIST-LOTE = SPACES
               AND CALCHIST-OPERADOR NOT = SPACES
               AND CALCHIST-OPERADOR NOT = "NOCTURNO"
               ADD 1 TO WS-INTERACTIVAS
               MOVE "N" TO WS-ELEGIDA
               COMPUTE WS-AZAR = FUNCTION RANDOM
               IF CALCHIST-BREACH = "S"
                   MOVE "S" TO WS-ELEGIDA
                   MOVE "B" TO WS-MOTIVO
                   ADD 1 TO WS-POR-BANDA
               ELSE
               IF WS-AZAR * 100 < WS-PORCENTAJE
                   MOVE "S" TO WS-ELEGIDA
                   MOVE "A" TO WS-MOTIVO
                   ADD 1 TO WS-POR-AZAR
               END-IF
               END-IF
               IF WS-ELEGIDA = "S"
                   PERFORM GRABAR-MUESTRA
               END-IF
           END-IF.

       GRABAR-MUESTRA.
           PERFORM ASIGNAR-REVISOR.
           MOVE SPACES TO QAMUESTRA-RECORD.
           MOVE WS-MOTIVO TO QA-MOTIVO.
           MOVE CALCHIST-DATE TO QA-DATE.
           MOVE CALCHIST-SEQ TO QA-SEQ.
           MOVE CALCHIST-OPERADOR TO QA-OPERADOR.
           MOVE WS-REVISOR TO QA-REVISOR.
           MOVE 0 TO QA-FECHA-REV.
           MOVE 0 TO QA-REK-OPCION.
           MOVE 0 TO QA-REK-NUM1.
           MOVE 0 TO QA-REK-NUM2.
           MOVE 0 TO QA-REK-CUST.
           MOVE 0 TO QA-REK-PLAZO.
           IF WS-REVISOR = SPACES
               MOVE "S" TO QA-ESTADO
               ADD 1 TO WS-SIN-REVISOR
           ELSE
               MOVE "P" TO QA-ESTADO
           END-IF.
           WRITE QAMUESTRA-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       ASIGNAR-REVISOR.
           MOVE SPACES TO WS-REVISOR.
           MOVE 0 TO WS-INTENTOS.
           PERFORM UNTIL WS-REVISOR NOT = SPACES
                   OR WS-INTENTOS NOT < WS-NUM-OPER
               ADD 1 TO WS-INTENTOS
               ADD 1 TO WS-OPER-IDX
               IF WS-OPER-IDX > WS-NUM-OPER
                   MOVE 1 TO WS-OPER-IDX
               END-IF
               IF WS-OPER-ENTRY(WS-OPER-IDX) NOT = CALCHIST-OPERADOR
                   MOVE WS-OPER-ENTRY(WS-OPER-IDX) TO WS-REVISOR
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Toda falla de E/S queda en el log de errores compartido,
      * como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "MUESTRA-QA"       TO ERRLOG-PROGRAM
           MOVE WS-ERR-MENSAJE     TO ERRLOG-MESSAGE
           MOVE "ERRLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               ERRLOG-DATE + ERRLOG-TIME, 999999937)
           CALL "SELLA-AUDITORIA" USING WS-SELLO-LOG
               WS-SELLO-APORTE WS-SELLO-SEQ WS-SELLO-CHECK
           MOVE WS-SELLO-SEQ   TO ERRLOG-SEQ
           MOVE WS-SELLO-CHECK TO ERRLOG-CHECK
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL
           MOVE WS-OPER-ACTUAL TO ERRLOG-OPERADOR
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ACTUAL
           MOVE WS-CORRIDA-ACTUAL TO ERRLOG-CORRIDA
           WRITE ERRLOG-RECORD.
           CLOSE ERROR-LOG-FILE.

       END PROGRAM MUESTRA-QA.
