               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT AVISO-MASTER-FILE ASSIGN TO "AVISOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AVISO-PLAN
               FILE STATUS IS WS-AVISO-FILE-STATUS.

           SELECT AVISO-HIST-FILE ASSIGN TO "AVISOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOHIST-FILE-STATUS.

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
       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  AVISO-MASTER-FILE.
           COPY "AVISOMAST.cpy".

       FD  AVISO-HIST-FILE.
           COPY "AVISOHIST.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  CALC-LOG-FILE.
           COPY "CALCLOG.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AVISO-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AVISOHIST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-AL-CORRIENTE           PIC X VALUE "S".
       01 WS-PLAN-CUST              PIC 9(6) VALUE 0.
       01 WS-PLAN                   PIC 9(6) VALUE 0.
       01 WS-CUOTA                  PIC 9(3) VALUE 0.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-PAGADAS                PIC 9(3) VALUE 0.
       01 WS-IMPORTE-TEXTO          PIC -(9)9.99.
       01 WS-PAGO-TEXTO             PIC -(9)9.99.
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-HIST-SEQ               PIC 9(5) VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-CUST-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".
       01 WS-PLAN-AJENO             PIC X VALUE "N".

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      * operador da plan y numero de cuota, ve la cuota con su
      * vencimiento e importe, confirma, y la fila se reescribe
      * como cobrada con la fecha y el importe realmente pagados -
      * el registro que hasta hoy se llevaba en papel. El pago se
      * asienta ademas como movimiento TIPO "P" en CALCHIST.DAT,
      * igual que la cobranza del banco en APLICA-COBROS, para
      * que POSTEA-SALDOS lo lleve al saldo del cliente. Solo se
      * trabajan planes de clientes de la sucursal del operador,
      * salvo que sea de casa matriz.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
               GOBACK
           END-IF.
           MOVE 0 TO WS-PAGADAS.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           OPEN I-O CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUOTMAST.DAT ("
                   WS-CUOTMAST-FILE-STATUS "). GENERA UN PLAN"
                   " PRIMERO."
               GOBACK
           END-IF.
           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT CALC-HISTORY-FILE
               CLOSE CALC-HISTORY-FILE
               OPEN I-O CALC-HISTORY-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                   WS-HIST-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR CALCHIST.DAT PARA PAGOS."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE CUOTA-MASTER-FILE
               GOBACK
           END-IF.
           OPEN I-O HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-CUST-FILE
               CLOSE HIST-CUST-FILE
               OPEN I-O HIST-CUST-FILE
           END-IF.
           MOVE "S" TO WS-CONTINUAR.
           PERFORM CICLO-PAGOS
               UNTIL WS-CONTINUAR NOT = "S"
                 AND WS-CONTINUAR NOT = "s".
           CLOSE CUOTA-MASTER-FILE.
           CLOSE CALC-HISTORY-FILE.
           CLOSE HIST-CUST-FILE.
           DISPLAY "CAPTURA DE PAGOS TERMINADA. " WS-PAGADAS
               " CUOTAS MARCADAS COBRADAS.".
           GOBACK.
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           MOVE "N" TO WS-PLAN-AJENO.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       IF CUOTMAST-PLAN NOT = WS-PLAN
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM VERIFICAR-SUCURSAL
                           IF WS-PLAN-AJENO = "S"
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               PERFORM MOSTRAR-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    El plan es del cliente: un operador de sucursal solo ve
      *    y cobra planes de clientes de su sucursal.
       VERIFICAR-SUCURSAL.
           CALL "SUCURSAL-CLIENTE" USING CUOTMAST-CUST
               WS-CUST-SUCURSAL WS-SUC-PERMITIDO.
           IF WS-SUC-PERMITIDO = "S"
               MOVE "N" TO WS-PLAN-AJENO
           ELSE
               MOVE "S" TO WS-PLAN-AJENO
               DISPLAY "PLAN DE UN CLIENTE DE OTRA SUCURSAL ("
                   WS-CUST-SUCURSAL "); OPERACION NO PERMITIDA."
           END-IF.

       MOSTRAR-CUOTA.
           MOVE CUOTMAST-IMPORTE TO WS-IMPORTE-TEXTO.
           EVALUATE CUOTMAST-ESTADO
               WHEN "C"
                   MOVE CUOTMAST-IMP-PAGO TO WS-PAGO-TEXTO
                   DISPLAY "  CUOTA " CUOTMAST-NUM
                       " VENCE " CUOTMAST-FECHA-VENC
                       " IMPORTE " FUNCTION TRIM(WS-IMPORTE-TEXTO)
                       " COBRADA EL " CUOTMAST-FECHA-PAGO
                       " POR " FUNCTION TRIM(WS-PAGO-TEXTO)
               WHEN "S"
                   DISPLAY "  CUOTA " CUOTMAST-NUM
                       " VENCE " CUOTMAST-FECHA-VENC
                       " IMPORTE " FUNCTION TRIM(WS-IMPORTE-TEXTO)
                       " SUSTITUIDA"
               WHEN OTHER
                   DISPLAY "  CUOTA " CUOTMAST-NUM
                       " VENCE " CUOTMAST-FECHA-VENC
                       " IMPORTE " FUNCTION TRIM(WS-IMPORTE-TEXTO)
                       " PENDIENTE"
           END-EVALUATE.

       PAGAR-CUOTA.
           MOVE WS-PLAN  TO CUOTMAST-PLAN.
           MOVE WS-CUOTA TO CUOTMAST-NUM.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "NO EXISTE ESA CUOTA EN EL MAESTRO."
           ELSE
               PERFORM VERIFICAR-SUCURSAL
               EVALUATE TRUE
                   WHEN WS-PLAN-AJENO = "S"
                       CONTINUE
                   WHEN CUOTMAST-ESTADO = "C"
                       DISPLAY "ESA CUOTA YA ESTA COBRADA ("
                           CUOTMAST-FECHA-PAGO ")."
                   WHEN CUOTMAST-ESTADO = "S"
                       DISPLAY "ESA CUOTA FUE SUSTITUIDA POR UNA"
                           " REPROGRAMACION DEL PLAN."
                   WHEN OTHER
                       PERFORM CAPTURAR-PAGO
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * Fecha en blanco toma el dia de negocio; el importe se
      * captura aparte porque un pago parcial o con recargo es la
      * regla, no la excepcion.
      *-----------------------------------------------------------
       CAPTURAR-PAGO.
           PERFORM MOSTRAR-CUOTA.
           DISPLAY "FECHA DE PAGO (YYYYMMDD, VACIO = "
               WS-FECHA-PROCESO "):"
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA(1:8) IS NUMERIC
               MOVE WS-FECHA-CAPTURA TO WS-FECHA-PAGO
           ELSE
               MOVE WS-FECHA-PROCESO TO WS-FECHA-PAGO
           END-IF.
           DISPLAY "IMPORTE PAGADO:"
           ACCEPT WS-IMP-CAPTURA.
                   IF WS-CUOTMAST-FILE-STATUS = "00"
                       ADD 1 TO WS-PAGADAS
                       DISPLAY "CUOTA MARCADA COBRADA."
                       PERFORM ESCRIBIR-MOVIMIENTO
                       PERFORM REVISAR-NIVEL-COBRANZA
                   ELSE
                       DISPLAY "ERROR " WS-CUOTMAST-FILE-STATUS
                           " REESCRIBIENDO LA CUOTA."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Un pago que deja el plan sin cuotas vencidas lo saca del
      * ciclo de cobranza: el nivel de AVISOMAST.DAT vuelve a cero
      * y el reinicio queda en AVISOHIST.DAT, para que el proximo
      * atraso arranque otra vez desde el primer recordatorio.
      *-----------------------------------------------------------
       REVISAR-NIVEL-COBRANZA.
           MOVE CUOTMAST-CUST TO WS-PLAN-CUST.
           MOVE "S" TO WS-AL-CORRIENTE.
           MOVE WS-PLAN TO CUOTMAST-PLAN.
           MOVE 0 TO CUOTMAST-NUM.
           START CUOTA-MASTER-FILE KEY NOT < CUOTMAST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUOTMAST-PLAN NOT = WS-PLAN
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CUOTMAST-ESTADO = "P"
                               AND CUOTMAST-FECHA-VENC
                                   < WS-FECHA-PROCESO
                               MOVE "N" TO WS-AL-CORRIENTE
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-AL-CORRIENTE = "S"
               OPEN I-O AVISO-MASTER-FILE
               IF WS-AVISO-FILE-STATUS = "00"
                   MOVE WS-PLAN TO AVISO-PLAN
                   READ AVISO-MASTER-FILE
                   IF WS-AVISO-FILE-STATUS = "00"
                       AND AVISO-NIVEL > 0
                       MOVE 0 TO AVISO-NIVEL
                       MOVE WS-FECHA-PROCESO TO AVISO-FECHA
                       REWRITE AVISO-RECORD
                       PERFORM REGISTRAR-REINICIO
                       DISPLAY "PLAN AL CORRIENTE: SE REINICIA SU"
                           " NIVEL DE COBRANZA."
                   END-IF
                   CLOSE AVISO-MASTER-FILE
               END-IF
           END-IF.

       REGISTRAR-REINICIO.
           OPEN EXTEND AVISO-HIST-FILE.
           IF WS-AVISOHIST-FILE-STATUS = "35"
               OPEN OUTPUT AVISO-HIST-FILE
           END-IF.
           MOVE SPACES TO AVISOHIST-RECORD.
           MOVE WS-PLAN        TO AH-PLAN.
           MOVE WS-FECHA-PROCESO TO AH-FECHA.
           MOVE "REINICIO"     TO AH-EVENTO.
           MOVE 0              TO AH-NIVEL.
           MOVE WS-PLAN-CUST   TO AH-CUST.
           MOVE 0              TO AH-CUOTAS.
           MOVE 0              TO AH-TOTAL.
           MOVE "PAGOS-CUOTAS" TO AH-ORIGEN.
           WRITE AVISOHIST-RECORD.
           CLOSE AVISO-HIST-FILE.

      *-----------------------------------------------------------
      * El pago capturado entra a la historia como movimiento
      * TIPO "P" del dia de negocio, con el mismo formato que la
      * cobranza del banco: NUM1 = plan, NUM2 = cuota, RESULTADO =
      * el importe pagado en negativo y REF-DATE = fecha del pago.
      *-----------------------------------------------------------
       ESCRIBIR-MOVIMIENTO.
           MOVE WS-FECHA-PROCESO TO WS-SYS-DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE WS-HIST-SEQ.
           MOVE SPACES            TO CALCHIST-RECORD.
           MOVE WS-SYS-DATE       TO CALCHIST-DATE.
           MOVE WS-HIST-SEQ       TO CALCHIST-SEQ.
           MOVE WS-SYS-TIME       TO CALCHIST-TIME.
           MOVE CUOTMAST-PLAN     TO CALCHIST-NUM1.
           MOVE CUOTMAST-NUM      TO CALCHIST-NUM2.
           MOVE 7                 TO CALCHIST-OPCION.
           COMPUTE CALCHIST-RESULTADO = 0 - WS-IMP-PAGO.
           MOVE "N"               TO CALCHIST-BREACH.
           MOVE "P"               TO CALCHIST-TIPO.
           MOVE WS-FECHA-PAGO     TO CALCHIST-REF-DATE.
           MOVE 0                 TO CALCHIST-REF-SEQ.
           MOVE CUOTMAST-CUST     TO CALCHIST-CUST-ID.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL    TO CALCHIST-OPERADOR.
           MOVE "CAJA"            TO CALCHIST-LOTE.
           MOVE SPACES            TO CALCHIST-MONEDA.
           MOVE 0                 TO CALCHIST-TASA.
           MOVE 0                 TO CALCHIST-IMP-ORIG.
           MOVE 0                 TO CALCHIST-PLAZO.
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
                   " GRABANDO EL PAGO EN LA HISTORIA."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S GRABANDO EN CALCHIST EL PAGO "
                   CUOTMAST-PLAN "-" CUOTMAST-NUM
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
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

       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "PAGOS-CUOTAS"     TO ERRLOG-PROGRAM
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

       END PROGRAM PAGOS-CUOTAS.
