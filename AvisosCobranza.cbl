       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS-COBRANZA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOCFG-FILE ASSIGN TO "AVISOCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOCFG-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT CARTAS-FILE ASSIGN TO "CARTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Umbrales de cobranza: una linea "D1 D2 D3" con los dias de
      * atraso de la cuota mas vieja que disparan el primer
      * recordatorio, el segundo aviso y el requerimiento final.
       FD  AVISOCFG-FILE.
       01 AVISOCFG-LINE             PIC X(30).

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  AVISO-MASTER-FILE.
           COPY "AVISOMAST.cpy".

       FD  AVISO-HIST-FILE.
           COPY "AVISOHIST.cpy".

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

      * Cartas listas para imprenta, una tras otra.
       FD  CARTAS-FILE.
       01 CARTA-LINE                PIC X(80).

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AVISOCFG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AVISO-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AVISOHIST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-HOY-ENTERO             PIC 9(7) VALUE 0.
       01 WS-VENC-ENTERO            PIC 9(7) VALUE 0.
       01 WS-DIAS-VENCIDA           PIC S9(5) VALUE 0.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-CFG-2                  PIC X(10) VALUE SPACES.
       01 WS-CFG-3                  PIC X(10) VALUE SPACES.
       01 WS-DIAS-NIVEL1            PIC 9(3) VALUE 10.
       01 WS-DIAS-NIVEL2            PIC 9(3) VALUE 30.
       01 WS-DIAS-NIVEL3            PIC 9(3) VALUE 60.
       01 WS-NIVEL-NUEVO            PIC 9 VALUE 0.
       01 WS-NIVEL-ACTUAL           PIC 9 VALUE 0.
       01 WS-TIENE-AVISO            PIC X VALUE "N".
       01 WS-TIENE-CUSTIDX          PIC X VALUE "N".
       01 WS-CUST-NOMBRE            PIC X(20) VALUE SPACES.
       01 WS-CARTAS                 PIC 9(5) VALUE 0.
       01 WS-REINICIOS              PIC 9(5) VALUE 0.
       01 WS-PLANES                 PIC 9(5) VALUE 0.
       01 WS-IMPORTE-TEXTO          PIC -(9)9.99.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.
       01 WS-DIAS-TEXTO             PIC ZZZZ9.
       01 WS-TITULO                 PIC X(30) VALUE SPACES.
       01 WS-EVENTO                 PIC X(8) VALUE SPACES.

      * Plan en curso: las filas de CUOTMAST.DAT llegan en orden
      * de plan + cuota, asi que el corte de control por plan sale
      * de la lectura secuencial.
       01 WS-PLAN-ACTUAL            PIC 9(6) VALUE 0.
       01 WS-PLAN-CUST              PIC 9(6) VALUE 0.
       01 WS-PLAN-MAX-DIAS          PIC S9(5) VALUE 0.
       01 WS-PLAN-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-NUM-VENC               PIC 9(3) VALUE 0.
       01 WS-V                      PIC 9(3) VALUE 0.
       01 WS-TABLA-VENCIDAS.
           05 WS-VEN-ENTRY OCCURS 360 TIMES.
               10 WS-VEN-NUM        PIC 9(3).
               10 WS-VEN-FECHA      PIC 9(8).
               10 WS-VEN-DIAS       PIC S9(5).
               10 WS-VEN-IMPORTE    PIC S9(9)V99.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Ciclo de cobranza nocturno: por cada plan de CUOTMAST.DAT
      * se mide la cuota pendiente mas atrasada contra los dias de
      * AVISOCFG.DAT. Un plan que sube de nivel recibe su carta en
      * CARTAS.DAT (cliente, cuotas vencidas, total adeudado), el
      * nivel nuevo en AVISOMAST.DAT y el renglon en AVISOHIST.DAT;
      * un plan con nivel que ya no tiene vencidas vuelve a cero.
      * CARTAS.DAT se rehace cada noche; en una recorrida las
      * cartas de los planes que ya subieron hoy se reimprimen sin
      * volver a asentar historia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).
           PERFORM LEER-UMBRALES.

           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE CUOTAS (CUOTMAST.DAT)."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AVISO-MASTER-FILE.
           IF WS-AVISO-FILE-STATUS = "35"
               OPEN OUTPUT AVISO-MASTER-FILE
               CLOSE AVISO-MASTER-FILE
               OPEN I-O AVISO-MASTER-FILE
           END-IF.
           IF WS-AVISO-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR AVISOMAST.DAT ("
                   WS-AVISO-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR AVISOMAST.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE CUOTA-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-TIENE-CUSTIDX.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-CUSTIDX
           END-IF.
           OPEN OUTPUT CARTAS-FILE.

           MOVE 0 TO WS-PLAN-ACTUAL.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUOTMAST-PLAN NOT = WS-PLAN-ACTUAL
                           IF WS-PLAN-ACTUAL NOT = 0
                               PERFORM EVALUAR-PLAN
                           END-IF
                           PERFORM INICIAR-PLAN
                       END-IF
                       IF CUOTMAST-ESTADO = "P"
                           PERFORM EVALUAR-CUOTA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PLAN-ACTUAL NOT = 0
               PERFORM EVALUAR-PLAN
           END-IF.

           CLOSE CUOTA-MASTER-FILE.
           CLOSE AVISO-MASTER-FILE.
           CLOSE CARTAS-FILE.
           IF WS-TIENE-CUSTIDX = "S"
               CLOSE CUST-INDEX-FILE
           END-IF.

           DISPLAY "COBRANZA DEL " WS-FECHA-PROCESO ": "
               WS-PLANES " PLANES, " WS-CARTAS
               " CARTAS EN CARTAS.DAT, " WS-REINICIOS
               " PLANES AL CORRIENTE.".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       LEER-UMBRALES.
           OPEN INPUT AVISOCFG-FILE.
           IF WS-AVISOCFG-FILE-STATUS = "00"
               READ AVISOCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1 WS-CFG-2 WS-CFG-3
                       UNSTRING AVISOCFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1 WS-CFG-2 WS-CFG-3
                       IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                           AND FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                           AND FUNCTION TEST-NUMVAL(WS-CFG-3) = 0
                           COMPUTE WS-DIAS-NIVEL1 =
                               FUNCTION NUMVAL(WS-CFG-1)
                           COMPUTE WS-DIAS-NIVEL2 =
                               FUNCTION NUMVAL(WS-CFG-2)
                           COMPUTE WS-DIAS-NIVEL3 =
                               FUNCTION NUMVAL(WS-CFG-3)
                       END-IF
               END-READ
               CLOSE AVISOCFG-FILE
           END-IF.

       INICIAR-PLAN.
           ADD 1 TO WS-PLANES.
           MOVE CUOTMAST-PLAN TO WS-PLAN-ACTUAL.
           MOVE CUOTMAST-CUST TO WS-PLAN-CUST.
           MOVE 0 TO WS-PLAN-MAX-DIAS.
           MOVE 0 TO WS-PLAN-TOTAL.
           MOVE 0 TO WS-NUM-VENC.

       EVALUAR-CUOTA.
           COMPUTE WS-VENC-ENTERO =
               FUNCTION INTEGER-OF-DATE(CUOTMAST-FECHA-VENC).
           COMPUTE WS-DIAS-VENCIDA =
               WS-HOY-ENTERO - WS-VENC-ENTERO.
           IF WS-DIAS-VENCIDA > 0
               IF WS-DIAS-VENCIDA > WS-PLAN-MAX-DIAS
                   MOVE WS-DIAS-VENCIDA TO WS-PLAN-MAX-DIAS
               END-IF
               ADD CUOTMAST-IMPORTE TO WS-PLAN-TOTAL
               IF WS-NUM-VENC < 360
                   ADD 1 TO WS-NUM-VENC
                   MOVE CUOTMAST-NUM TO WS-VEN-NUM(WS-NUM-VENC)
                   MOVE CUOTMAST-FECHA-VENC
                       TO WS-VEN-FECHA(WS-NUM-VENC)
                   MOVE WS-DIAS-VENCIDA TO WS-VEN-DIAS(WS-NUM-VENC)
                   MOVE CUOTMAST-IMPORTE
                       TO WS-VEN-IMPORTE(WS-NUM-VENC)
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Nivel que corresponde hoy contra el nivel registrado: se
      * sube (con carta) o se reinicia; nunca se baja un escalon
      * mientras siga habiendo atraso.
      *-----------------------------------------------------------
       EVALUAR-PLAN.
           EVALUATE TRUE
               WHEN WS-NUM-VENC = 0
                   MOVE 0 TO WS-NIVEL-NUEVO
               WHEN WS-PLAN-MAX-DIAS >= WS-DIAS-NIVEL3
                   MOVE 3 TO WS-NIVEL-NUEVO
               WHEN WS-PLAN-MAX-DIAS >= WS-DIAS-NIVEL2
                   MOVE 2 TO WS-NIVEL-NUEVO
               WHEN WS-PLAN-MAX-DIAS >= WS-DIAS-NIVEL1
                   MOVE 1 TO WS-NIVEL-NUEVO
               WHEN OTHER
                   MOVE 0 TO WS-NIVEL-NUEVO
           END-EVALUATE.
           MOVE WS-PLAN-ACTUAL TO AVISO-PLAN.
           READ AVISO-MASTER-FILE.
           IF WS-AVISO-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-AVISO
               MOVE AVISO-NIVEL TO WS-NIVEL-ACTUAL
           ELSE
               MOVE "N" TO WS-TIENE-AVISO
               MOVE 0 TO WS-NIVEL-ACTUAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-NIVEL-NUEVO > WS-NIVEL-ACTUAL
                   PERFORM SUBIR-NIVEL
               WHEN WS-NUM-VENC = 0 AND WS-NIVEL-ACTUAL > 0
                   PERFORM REINICIAR-NIVEL
               WHEN WS-NIVEL-ACTUAL > 0
                   AND AVISO-FECHA = WS-FECHA-PROCESO
                   MOVE WS-NIVEL-ACTUAL TO WS-NIVEL-NUEVO
                   PERFORM ESCRIBIR-CARTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SUBIR-NIVEL.
           MOVE WS-PLAN-ACTUAL   TO AVISO-PLAN.
           MOVE WS-PLAN-CUST     TO AVISO-CUST.
           MOVE WS-NIVEL-NUEVO   TO AVISO-NIVEL.
           MOVE WS-FECHA-PROCESO TO AVISO-FECHA.
           IF WS-TIENE-AVISO = "S"
               REWRITE AVISO-RECORD
           ELSE
               WRITE AVISO-RECORD
           END-IF.
           IF WS-AVISO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-AVISO-FILE-STATUS
                   " GRABANDO EL NIVEL DEL PLAN " WS-PLAN-ACTUAL
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S EN AVISOMAST.DAT, PLAN "
                   WS-PLAN-ACTUAL
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               MOVE "AVISO" TO WS-EVENTO
               PERFORM ESCRIBIR-HISTORIA
               PERFORM ESCRIBIR-CARTA
           END-IF.

       REINICIAR-NIVEL.
           MOVE 0                TO AVISO-NIVEL.
           MOVE WS-FECHA-PROCESO TO AVISO-FECHA.
           REWRITE AVISO-RECORD.
           IF WS-AVISO-FILE-STATUS = "00"
               MOVE 0 TO WS-NIVEL-NUEVO
               MOVE "REINICIO" TO WS-EVENTO
               PERFORM ESCRIBIR-HISTORIA
               ADD 1 TO WS-REINICIOS
           END-IF.

       ESCRIBIR-HISTORIA.
           OPEN EXTEND AVISO-HIST-FILE.
           IF WS-AVISOHIST-FILE-STATUS = "35"
               OPEN OUTPUT AVISO-HIST-FILE
           END-IF.
           MOVE SPACES TO AVISOHIST-RECORD.
           MOVE WS-EVENTO        TO AH-EVENTO.
           MOVE WS-PLAN-ACTUAL   TO AH-PLAN.
           MOVE WS-FECHA-PROCESO TO AH-FECHA.
           MOVE WS-NIVEL-NUEVO   TO AH-NIVEL.
           MOVE WS-PLAN-CUST     TO AH-CUST.
           MOVE WS-NUM-VENC      TO AH-CUOTAS.
           MOVE WS-PLAN-TOTAL    TO AH-TOTAL.
           MOVE "AVISOS-COBRANZA" TO AH-ORIGEN.
           WRITE AVISOHIST-RECORD.
           CLOSE AVISO-HIST-FILE.

      *-----------------------------------------------------------
      * Una carta por plan: encabezado con el nivel, cliente y
      * plan, una linea por cuota vencida y el total adeudado.
      *-----------------------------------------------------------
       ESCRIBIR-CARTA.
           PERFORM BUSCAR-NOMBRE.
           EVALUATE WS-NIVEL-NUEVO
               WHEN 1
                   MOVE "PRIMER RECORDATORIO" TO WS-TITULO
               WHEN 2
                   MOVE "SEGUNDO AVISO" TO WS-TITULO
               WHEN OTHER
                   MOVE "REQUERIMIENTO FINAL" TO WS-TITULO
           END-EVALUATE.
           MOVE ALL "=" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "AVISO DE COBRANZA - " WS-TITULO
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "FECHA: " WS-FECHA-PROCESO
               "          PLAN: " WS-PLAN-ACTUAL
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "CLIENTE: " WS-PLAN-CUST " " WS-CUST-NOMBRE
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "CUOTA  VENCIMIENTO  DIAS DE ATRASO      IMPORTE"
               TO CARTA-LINE.
           WRITE CARTA-LINE.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-NUM-VENC
               MOVE WS-VEN-IMPORTE(WS-V) TO WS-IMPORTE-TEXTO
               MOVE WS-VEN-DIAS(WS-V) TO WS-DIAS-TEXTO
               MOVE SPACES TO CARTA-LINE
               STRING "  " WS-VEN-NUM(WS-V)
                   "  " WS-VEN-FECHA(WS-V)
                   "          " WS-DIAS-TEXTO
                   "  " WS-IMPORTE-TEXTO
                   DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE
           END-PERFORM.
           MOVE WS-PLAN-TOTAL TO WS-TOTAL-TEXTO.
           MOVE SPACES TO CARTA-LINE.
           STRING "TOTAL ADEUDADO: " FUNCTION TRIM(WS-TOTAL-TEXTO)
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           EVALUATE WS-NIVEL-NUEVO
               WHEN 1
                   STRING "LE RECORDAMOS QUE SU PLAN TIENE CUOTAS"
                       " VENCIDAS PENDIENTES DE PAGO."
                       DELIMITED BY SIZE INTO CARTA-LINE
               WHEN 2
                   STRING "SU PLAN CONTINUA CON ATRASO. LE PEDIMOS"
                       " REGULARIZAR SU PAGO A LA BREVEDAD."
                       DELIMITED BY SIZE INTO CARTA-LINE
               WHEN OTHER
                   STRING "ULTIMO AVISO: DE NO RECIBIR SU PAGO, EL"
                       " ADEUDO PASA A COBRANZA FORMAL."
                       DELIMITED BY SIZE INTO CARTA-LINE
           END-EVALUATE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           ADD 1 TO WS-CARTAS.

       BUSCAR-NOMBRE.
           MOVE SPACES TO WS-CUST-NOMBRE.
           IF WS-TIENE-CUSTIDX = "S"
               MOVE WS-PLAN-CUST TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS = "00"
                   MOVE CUSTMAST-NAME TO WS-CUST-NOMBRE
               END-IF
           END-IF.

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
           MOVE "AVISOS-COBRANZA"  TO ERRLOG-PROGRAM
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

       END PROGRAM AVISOS-COBRANZA.
