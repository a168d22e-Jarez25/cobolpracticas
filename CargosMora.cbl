       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOS-MORA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFA-FILE ASSIGN TO "CARGOMORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT MORA-FILE ASSIGN TO "MORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MORA-KEY
               FILE STATUS IS WS-MORA-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Tarifa de mora, un renglon por parametro:
      *   GRACIA 5            dias de gracia antes de cobrar nada
      *   MAXIMO 150.00       tope de cargos por cuota
      *   CUBETA 1 F 25.00    desde el dia 1, cargo fijo
      *   CUBETA 31 P 2.50    desde el dia 31, % del importe
      * Las cubetas van en orden ascendente de dias, hasta nueve;
      * una cubeta que no sube sobre la anterior se ignora. El dia
      * de arranque identifica a la cubeta en MORAS.DAT, asi que
      * no debe cambiar el de una cubeta ya cobrada.
       FD  TARIFA-FILE.
       01 TARIFA-LINE               PIC X(60).

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  MORA-FILE.
           COPY "MORAS.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  CALC-LOG-FILE.
           COPY "CALCLOG.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TARIFA-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-MORA-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-MORA               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-HOY-ENTERO             PIC 9(7) VALUE 0.
       01 WS-VENC-ENTERO            PIC 9(7) VALUE 0.
       01 WS-DIAS-VENCIDA           PIC S9(5) VALUE 0.
       01 WS-HIST-SEQ               PIC 9(5) VALUE 0.
       01 WS-TOK1                   PIC X(15) VALUE SPACES.
       01 WS-TOK2                   PIC X(15) VALUE SPACES.
       01 WS-TOK3                   PIC X(15) VALUE SPACES.
       01 WS-TOK4                   PIC X(15) VALUE SPACES.
       01 WS-DIAS-GRACIA            PIC 9(3) VALUE 0.
       01 WS-TIENE-MAXIMO           PIC X VALUE "N".
       01 WS-MAX-CUOTA              PIC S9(9)V99 VALUE 0.
       01 WS-YA-COBRADO             PIC S9(9)V99 VALUE 0.
       01 WS-CARGO                  PIC S9(9)V99 VALUE 0.
       01 WS-B                      PIC 9 VALUE 0.
       01 WS-CUOTAS-VENCIDAS        PIC 9(5) VALUE 0.
       01 WS-CARGOS                 PIC 9(5) VALUE 0.
       01 WS-TOPADOS                PIC 9(5) VALUE 0.
       01 WS-COMPLETADOS            PIC 9(5) VALUE 0.
       01 WS-EOF-BUSCA              PIC X VALUE "N".
       01 WS-MOV-HALLADO            PIC X VALUE "N".
       01 WS-TOTAL-CARGOS           PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.

      * Cubetas de la tarifa: dia desde el que aplica, F = cargo
      * fijo o P = porcentaje del importe de la cuota, y el valor.
       01 WS-NUM-CUBETAS            PIC 9 VALUE 0.
       01 WS-CUB-NUEVA              PIC 9(5) VALUE 0.
       01 WS-TABLA-CUBETAS.
           05 WS-CUB-ENTRY OCCURS 9 TIMES.
               10 WS-CUB-DESDE      PIC 9(5).
               10 WS-CUB-TIPO       PIC X.
               10 WS-CUB-VALOR      PIC S9(7)V9(4).

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-SUC-PERMITIDO         PIC X VALUE "S".
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       01 WS-RED-OPERACION         PIC X(10) VALUE "MORA".
       01 WS-RED-PROGRAMA          PIC X(20) VALUE "CARGOS-MORA".
       01 WS-RED-REGISTRA          PIC X VALUE "S".
       01 WS-RED-REGLA             PIC X(6) VALUE SPACES.
       01 WS-RED-EXACTO            PIC S9(11)V9(7) VALUE 0.
       01 WS-RED-VALOR             PIC S9(11)V99 VALUE 0.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Cargos por mora nocturnos: toda cuota pendiente de
      * CUOTMAST.DAT vencida mas alla de los dias de gracia paga
      * el cargo de cada cubeta de la tarifa CARGOMORA.DAT que ya
      * alcanzo, una sola vez por cuota y cubeta. Cada cargo es
      * su propio movimiento TIPO "M" del dia de negocio en
      * CALCHIST.DAT (con su CALCLOG y su CALCHISTC), para que
      * POSTEA-SALDOS lo lleve a CUSTBAL.DAT y el estado de cuenta
      * lo muestre. MORAS.DAT registra cada cubeta cobrada antes
      * de asentar el movimiento: una recorrida no cobra dos veces.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           PERFORM LEER-TARIFA.
           IF WS-NUM-CUBETAS = 0
               DISPLAY "SIN TARIFA DE MORA (CARGOMORA.DAT): NO SE"
                   " COBRAN CARGOS."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE CUOTAS (CUOTMAST.DAT)."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MORA-FILE.
           IF WS-MORA-FILE-STATUS = "35"
               OPEN OUTPUT MORA-FILE
               CLOSE MORA-FILE
               OPEN I-O MORA-FILE
           END-IF.
           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT CALC-HISTORY-FILE
               CLOSE CALC-HISTORY-FILE
               OPEN I-O CALC-HISTORY-FILE
           END-IF.
           IF WS-MORA-FILE-STATUS NOT = "00"
               OR WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR MORAS.DAT ("
                   WS-MORA-FILE-STATUS ") O CALCHIST.DAT ("
                   WS-HIST-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR MORAS/CALCHIST PARA MORA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE CUOTA-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-CUST-FILE
               CLOSE HIST-CUST-FILE
               OPEN I-O HIST-CUST-FILE
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUOTMAST-ESTADO = "P"
                           PERFORM EVALUAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUOTA-MASTER-FILE.
           CLOSE MORA-FILE.
           CLOSE CALC-HISTORY-FILE.
           CLOSE HIST-CUST-FILE.

           MOVE WS-TOTAL-CARGOS TO WS-TOTAL-TEXTO.
           DISPLAY "CARGOS POR MORA DEL " WS-FECHA-PROCESO ": "
               WS-CUOTAS-VENCIDAS " CUOTAS VENCIDAS, "
               WS-CARGOS " CARGOS POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO) ", "
               WS-TOPADOS " EN TOPE, "
               WS-COMPLETADOS " COMPLETADOS.".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Tarifa de mora: los renglones que no se entienden se
      * ignoran, igual que en LIMITES.DAT.
      *-----------------------------------------------------------
       LEER-TARIFA.
           MOVE 0 TO WS-NUM-CUBETAS.
           MOVE 0 TO WS-DIAS-GRACIA.
           MOVE "N" TO WS-TIENE-MAXIMO.
           OPEN INPUT TARIFA-FILE.
           IF WS-TARIFA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TARIFA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-TARIFA
                   END-READ
               END-PERFORM
               CLOSE TARIFA-FILE
           END-IF.

       INTERPRETAR-TARIFA.
           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4.
           UNSTRING TARIFA-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4.
           EVALUATE WS-TOK1
               WHEN "GRACIA"
                   IF FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                       COMPUTE WS-DIAS-GRACIA =
                           FUNCTION NUMVAL(WS-TOK2)
                   END-IF
               WHEN "MAXIMO"
                   IF FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                       COMPUTE WS-MAX-CUOTA =
                           FUNCTION NUMVAL(WS-TOK2)
                       MOVE "S" TO WS-TIENE-MAXIMO
                   END-IF
               WHEN "CUBETA"
                   IF FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                       AND FUNCTION TEST-NUMVAL(WS-TOK4) = 0
                       AND (WS-TOK3 = "F" OR WS-TOK3 = "P")
                       AND WS-NUM-CUBETAS < 9
                       COMPUTE WS-CUB-NUEVA = FUNCTION NUMVAL(WS-TOK2)
                       IF WS-NUM-CUBETAS > 0
                           AND WS-CUB-NUEVA
                               NOT > WS-CUB-DESDE(WS-NUM-CUBETAS)
                           DISPLAY "CUBETA " WS-CUB-NUEVA " FUERA DE"
                               " ORDEN EN CARGOMORA.DAT; SE IGNORA."
                       ELSE
                           ADD 1 TO WS-NUM-CUBETAS
                           MOVE WS-CUB-NUEVA
                               TO WS-CUB-DESDE(WS-NUM-CUBETAS)
                           MOVE WS-TOK3 TO WS-CUB-TIPO(WS-NUM-CUBETAS)
                           COMPUTE WS-CUB-VALOR(WS-NUM-CUBETAS) =
                               FUNCTION NUMVAL(WS-TOK4)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------
      * Una cuota vencida cobra toda cubeta alcanzada que aun no
      * este en MORAS.DAT: si la cadena no corrio algunas noches,
      * las cubetas intermedias tambien se cobran, una vez.
      *-----------------------------------------------------------
       EVALUAR-CUOTA.
           COMPUTE WS-VENC-ENTERO =
               FUNCTION INTEGER-OF-DATE(CUOTMAST-FECHA-VENC).
           COMPUTE WS-DIAS-VENCIDA =
               WS-HOY-ENTERO - WS-VENC-ENTERO.
           IF WS-DIAS-VENCIDA > WS-DIAS-GRACIA
               ADD 1 TO WS-CUOTAS-VENCIDAS
               PERFORM SUMAR-YA-COBRADO
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-NUM-CUBETAS
                   IF WS-DIAS-VENCIDA >= WS-CUB-DESDE(WS-B)
                       PERFORM COBRAR-CUBETA
                   END-IF
               END-PERFORM
           END-IF.

       SUMAR-YA-COBRADO.
           MOVE 0 TO WS-YA-COBRADO.
           MOVE CUOTMAST-PLAN TO MORA-PLAN.
           MOVE CUOTMAST-NUM  TO MORA-NUM.
           MOVE 0             TO MORA-CUBETA.
           START MORA-FILE KEY NOT < MORA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-MORA
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-MORA
           END-START.
           PERFORM UNTIL WS-EOF-MORA = "Y"
               READ MORA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-MORA
                   NOT AT END
                       IF MORA-PLAN NOT = CUOTMAST-PLAN
                           OR MORA-NUM NOT = CUOTMAST-NUM
                           MOVE "Y" TO WS-EOF-MORA
                       ELSE
                           ADD MORA-IMPORTE TO WS-YA-COBRADO
                       END-IF
               END-READ
           END-PERFORM.

       COBRAR-CUBETA.
           MOVE CUOTMAST-PLAN TO MORA-PLAN.
           MOVE CUOTMAST-NUM  TO MORA-NUM.
           MOVE WS-CUB-DESDE(WS-B) TO MORA-CUBETA.
           READ MORA-FILE.
           IF WS-MORA-FILE-STATUS = "00"
               IF MORA-IMPORTE > 0 AND MORA-HIST-DATE = 0
                   PERFORM COMPLETAR-CUBETA
               END-IF
           ELSE
               IF WS-CUB-TIPO(WS-B) = "F"
                   MOVE WS-CUB-VALOR(WS-B) TO WS-CARGO
               ELSE
      *            El porcentaje se lleva al centavo con la
      *            regla MORA de REDONDEO.DAT.
                   COMPUTE WS-RED-EXACTO =
                       CUOTMAST-IMPORTE * WS-CUB-VALOR(WS-B) / 100
                   CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
                       WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
                       WS-RED-EXACTO WS-RED-VALOR
                   MOVE WS-RED-VALOR TO WS-CARGO
               END-IF
               IF WS-TIENE-MAXIMO = "S"
                   AND WS-YA-COBRADO + WS-CARGO > WS-MAX-CUOTA
                   COMPUTE WS-CARGO = WS-MAX-CUOTA - WS-YA-COBRADO
                   IF WS-CARGO < 0
                       MOVE 0 TO WS-CARGO
                   END-IF
               END-IF
               PERFORM REGISTRAR-CUBETA
           END-IF.

      *    La cubeta se registra primero y el movimiento despues:
      *    ante una caida entre los dos, la recorrida ve la
      *    cubeta como cobrada y no la duplica; COMPLETAR-CUBETA
      *    termina en la siguiente corrida la que quedo sin
      *    movimiento enlazado.
       REGISTRAR-CUBETA.
           MOVE SPACES TO MORA-RECORD.
           MOVE CUOTMAST-PLAN    TO MORA-PLAN.
           MOVE CUOTMAST-NUM     TO MORA-NUM.
           MOVE WS-CUB-DESDE(WS-B) TO MORA-CUBETA.
           MOVE CUOTMAST-CUST    TO MORA-CUST.
           MOVE WS-FECHA-PROCESO TO MORA-FECHA.
           MOVE WS-DIAS-VENCIDA  TO MORA-DIAS.
           MOVE WS-CARGO         TO MORA-IMPORTE.
           MOVE 0                TO MORA-HIST-DATE.
           MOVE 0                TO MORA-HIST-SEQ.
           WRITE MORA-RECORD.
           IF WS-MORA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-MORA-FILE-STATUS
                   " REGISTRANDO LA MORA " CUOTMAST-PLAN "-"
                   CUOTMAST-NUM
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S EN MORAS.DAT PARA LA CUOTA "
                   CUOTMAST-PLAN "-" CUOTMAST-NUM
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               IF WS-CARGO > 0
                   PERFORM ESCRIBIR-MOVIMIENTO
                   IF WS-HIST-FILE-STATUS = "00"
                       MOVE CALCHIST-DATE TO MORA-HIST-DATE
                       MOVE CALCHIST-SEQ  TO MORA-HIST-SEQ
                       REWRITE MORA-RECORD
                       ADD 1 TO WS-CARGOS
                       ADD WS-CARGO TO WS-TOTAL-CARGOS
                       ADD WS-CARGO TO WS-YA-COBRADO
                   END-IF
               ELSE
                   ADD 1 TO WS-TOPADOS
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Cubeta con importe pero sin movimiento enlazado: la corrida
      * anterior cayo entre la grabacion de MORAS.DAT y la de la
      * historia, o entre la historia y el enlace. Si el TIPO "M"
      * ya esta en CALCHIST del dia de la cubeta solo se enlaza;
      * si no, se graba ahora. El importe ya esta en el acumulado
      * de la cuota (SUMAR-YA-COBRADO), no se vuelve a sumar.
      *-----------------------------------------------------------
       COMPLETAR-CUBETA.
           MOVE MORA-IMPORTE TO WS-CARGO.
           PERFORM BUSCAR-MOVIMIENTO.
           IF WS-MOV-HALLADO = "N"
               PERFORM ESCRIBIR-MOVIMIENTO
               IF WS-HIST-FILE-STATUS = "00"
                   MOVE "S" TO WS-MOV-HALLADO
                   ADD WS-CARGO TO WS-TOTAL-CARGOS
               END-IF
           END-IF.
           IF WS-MOV-HALLADO = "S"
               MOVE CALCHIST-DATE TO MORA-HIST-DATE
               MOVE CALCHIST-SEQ  TO MORA-HIST-SEQ
               REWRITE MORA-RECORD
               ADD 1 TO WS-COMPLETADOS
           END-IF.

       BUSCAR-MOVIMIENTO.
           MOVE "N" TO WS-MOV-HALLADO.
           MOVE "N" TO WS-EOF-BUSCA.
           MOVE MORA-FECHA TO CALCHIST-DATE.
           MOVE 0          TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY IS NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BUSCA
           END-START.
           PERFORM UNTIL WS-EOF-BUSCA = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-BUSCA
                   NOT AT END
                       IF CALCHIST-DATE NOT = MORA-FECHA
                           MOVE "Y" TO WS-EOF-BUSCA
                       ELSE
                           IF CALCHIST-TIPO = "M"
                               AND CALCHIST-NUM1 = MORA-PLAN
                               AND CALCHIST-NUM2 = MORA-NUM
                               AND CALCHIST-REF-SEQ = MORA-CUBETA
                               MOVE "S" TO WS-MOV-HALLADO
                               MOVE "Y" TO WS-EOF-BUSCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * El cargo entra a la historia como movimiento TIPO "M" del
      * dia de negocio: NUM1 = plan, NUM2 = cuota, RESULTADO = el
      * cargo (sube el saldo del cliente), REF-DATE = vencimiento
      * de la cuota y REF-SEQ = cubeta cobrada (su dia de arranque,
      * la misma MORA-CUBETA).
      *-----------------------------------------------------------
       ESCRIBIR-MOVIMIENTO.
           MOVE WS-FECHA-PROCESO TO WS-SYS-DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE WS-HIST-SEQ.
           MOVE SPACES              TO CALCHIST-RECORD.
           MOVE WS-SYS-DATE         TO CALCHIST-DATE.
           MOVE WS-HIST-SEQ         TO CALCHIST-SEQ.
           MOVE WS-SYS-TIME         TO CALCHIST-TIME.
           MOVE CUOTMAST-PLAN       TO CALCHIST-NUM1.
           MOVE CUOTMAST-NUM        TO CALCHIST-NUM2.
           MOVE 7                   TO CALCHIST-OPCION.
           MOVE WS-CARGO            TO CALCHIST-RESULTADO.
           MOVE "N"                 TO CALCHIST-BREACH.
           MOVE "M"                 TO CALCHIST-TIPO.
           MOVE CUOTMAST-FECHA-VENC TO CALCHIST-REF-DATE.
           MOVE MORA-CUBETA         TO CALCHIST-REF-SEQ.
           MOVE CUOTMAST-CUST       TO CALCHIST-CUST-ID.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL      TO CALCHIST-OPERADOR.
           MOVE "MORA"              TO CALCHIST-LOTE.
           MOVE SPACES              TO CALCHIST-MONEDA.
           MOVE 0                   TO CALCHIST-TASA.
           MOVE 0                   TO CALCHIST-IMP-ORIG.
           MOVE 0                   TO CALCHIST-PLAZO.
           CALL "SUCURSAL-CLIENTE" USING CALCHIST-CUST-ID
               CALCHIST-SUCURSAL WS-SUC-PERMITIDO.
           PERFORM WITH TEST AFTER
                   UNTIL WS-HIST-FILE-STATUS NOT = "22"
                      OR CALCHIST-SEQ = 0
               WRITE CALCHIST-RECORD
               IF WS-HIST-FILE-STATUS = "22"
                   CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE
                       WS-HIST-SEQ
                   MOVE WS-HIST-SEQ TO CALCHIST-SEQ
               END-IF
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-HIST-FILE-STATUS
                   " GRABANDO LA MORA " CUOTMAST-PLAN "-"
                   CUOTMAST-NUM
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S GRABANDO EN CALCHIST LA MORA "
                   CUOTMAST-PLAN "-" CUOTMAST-NUM
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               PERFORM ESCRIBIR-BITACORA
               IF CALCHIST-CUST-ID > 0
                   PERFORM ESCRIBIR-LADO-CLIENTE
               END-IF
           END-IF.

       ESCRIBIR-LADO-CLIENTE.
           MOVE SPACES TO HISTCUST-RECORD.
           MOVE CALCHIST-CUST-ID   TO HISTCUST-CUST.
           MOVE CALCHIST-DATE      TO HISTCUST-DATE.
           MOVE CALCHIST-SEQ       TO HISTCUST-SEQ.
           MOVE CALCHIST-OPCION    TO HISTCUST-OPCION.
           MOVE CALCHIST-NUM1      TO HISTCUST-NUM1.
           MOVE CALCHIST-NUM2      TO HISTCUST-NUM2.
           MOVE CALCHIST-RESULTADO TO HISTCUST-RESULTADO.
           MOVE CALCHIST-BREACH    TO HISTCUST-BREACH.
           MOVE CALCHIST-TIPO      TO HISTCUST-TIPO.
           WRITE HISTCUST-RECORD.

       ESCRIBIR-BITACORA.
           OPEN EXTEND CALC-LOG-FILE.
           MOVE WS-SYS-DATE        TO CALCLOG-DATE
           MOVE WS-SYS-TIME        TO CALCLOG-TIME
           MOVE CALCHIST-NUM1      TO CALCLOG-NUM1
           MOVE CALCHIST-NUM2      TO CALCLOG-NUM2
           MOVE CALCHIST-OPCION    TO CALCLOG-OPCION
           MOVE CALCHIST-RESULTADO TO CALCLOG-RESULTADO
           MOVE CALCHIST-LOTE      TO CALCLOG-LOTE
           MOVE CALCHIST-CUST-ID   TO CALCLOG-CUST
           MOVE CALCHIST-PLAZO     TO CALCLOG-PLAZO
           MOVE CALCHIST-SUCURSAL  TO CALCLOG-SUCURSAL
           MOVE "CALCLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               CALCLOG-DATE + CALCLOG-TIME
               + FUNCTION INTEGER(
                   FUNCTION ABS(CALCLOG-RESULTADO) * 100),
               999999937)
           CALL "SELLA-AUDITORIA" USING WS-SELLO-LOG
               WS-SELLO-APORTE WS-SELLO-SEQ WS-SELLO-CHECK
           MOVE WS-SELLO-SEQ   TO CALCLOG-SEQ
           MOVE WS-SELLO-CHECK TO CALCLOG-CHECK
           MOVE WS-OPER-ACTUAL TO CALCLOG-OPERADOR
           WRITE CALCLOG-RECORD.
           CLOSE CALC-LOG-FILE.

      *-----------------------------------------------------------
      * Todo rechazo o falla de E/S de este programa queda en el
      * log de errores compartido, como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "CARGOS-MORA"      TO ERRLOG-PROGRAM
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

       END PROGRAM CARGOS-MORA.
