       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDATORIOS-CUOTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDCFG-FILE ASSIGN TO "RECORDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORDCFG-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT RECORD-MASTER-FILE ASSIGN TO "RECORDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECORD-KEY
               FILE STATUS IS WS-RECORD-FILE-STATUS.

           SELECT MENSAJESQ-FILE ASSIGN TO "MENSAJESQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSAJESQ-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parametros de recordatorios: una linea "DIAS ENDPOINT" con
      * los dias de anticipacion al vencimiento y el id de ENDPMAST
      * del servicio de mensajeria (3 y MENSAJES si falta).
       FD  RECORDCFG-FILE.
       01 RECORDCFG-LINE            PIC X(30).

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  RECORD-MASTER-FILE.
           COPY "RECORDMAST.cpy".

       FD  MENSAJESQ-FILE.
           COPY "MENSAJESQ.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RECORDCFG-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RECORD-FILE-STATUS     PIC XX VALUE "00".
       01 WS-MENSAJESQ-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-FECHA-LIMITE           PIC 9(8) VALUE 0.
       01 WS-LIMITE-ENTERO          PIC 9(7) VALUE 0.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-CFG-2                  PIC X(10) VALUE SPACES.
       01 WS-DIAS-ANTICIPO          PIC 9(3) VALUE 3.
       01 WS-ENDPOINT               PIC X(8) VALUE "MENSAJES".
       01 WS-IMPORTE-TEXTO          PIC Z(8)9.99.
       01 WS-GENERADOS              PIC 9(5) VALUE 0.
       01 WS-YA-AVISADOS            PIC 9(5) VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Recordatorios de vencimiento: toda cuota pendiente de
      * CUOTMAST.DAT que vence entre manana y los DIAS de
      * RECORDCFG.DAT recibe UN recordatorio. La cuota se anota
      * primero en RECORDMAST.DAT y despues el mensaje se deja en
      * la bandeja MENSAJESQ.DAT, que CONSUMIR-API envia por POST
      * al endpoint de mensajeria en el paso siguiente de la
      * noche, con su bitacora y su cola de reintentos. Una cuota
      * que ya esta en RECORDMAST.DAT no se vuelve a avisar nunca,
      * ni en una recorrida ni cuando una noche sin API deja la
      * ventana abierta mas de un dia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           PERFORM LEER-PARAMETROS.
           COMPUTE WS-LIMITE-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
               + WS-DIAS-ANTICIPO.
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-LIMITE-ENTERO).

           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE CUOTAS (CUOTMAST.DAT)."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RECORD-MASTER-FILE.
           IF WS-RECORD-FILE-STATUS = "35"
               OPEN OUTPUT RECORD-MASTER-FILE
               CLOSE RECORD-MASTER-FILE
               OPEN I-O RECORD-MASTER-FILE
           END-IF.
           IF WS-RECORD-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RECORDMAST.DAT ("
                   WS-RECORD-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR RECORDMAST.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE CUOTA-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND MENSAJESQ-FILE.
           IF WS-MENSAJESQ-FILE-STATUS = "35"
               OPEN OUTPUT MENSAJESQ-FILE
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUOTMAST-ESTADO = "P"
                           AND CUOTMAST-FECHA-VENC > WS-FECHA-PROCESO
                           AND CUOTMAST-FECHA-VENC NOT >
                               WS-FECHA-LIMITE
                           PERFORM EVALUAR-RECORDATORIO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUOTA-MASTER-FILE.
           CLOSE RECORD-MASTER-FILE.
           CLOSE MENSAJESQ-FILE.
           DISPLAY "RECORDATORIOS DEL " WS-FECHA-PROCESO
               " (VENCIMIENTOS HASTA EL " WS-FECHA-LIMITE "): "
               WS-GENERADOS " A LA BANDEJA, "
               WS-YA-AVISADOS " YA AVISADOS ANTES.".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT RECORDCFG-FILE.
           IF WS-RECORDCFG-FILE-STATUS = "00"
               READ RECORDCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1 WS-CFG-2
                       UNSTRING RECORDCFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1 WS-CFG-2
                       IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                           COMPUTE WS-DIAS-ANTICIPO =
                               FUNCTION NUMVAL(WS-CFG-1)
                       END-IF
                       IF WS-CFG-2 NOT = SPACES
                           MOVE WS-CFG-2 TO WS-ENDPOINT
                       END-IF
               END-READ
               CLOSE RECORDCFG-FILE
           END-IF.

      *-----------------------------------------------------------
      * El alta en RECORDMAST.DAT es la marca de "ya avisada": si
      * la clave ya existe la cuota se salta, y solo con el alta
      * hecha se escribe el mensaje.
      *-----------------------------------------------------------
       EVALUAR-RECORDATORIO.
           MOVE SPACES TO RECORD-RECORD.
           MOVE CUOTMAST-PLAN       TO RECORD-PLAN.
           MOVE CUOTMAST-NUM        TO RECORD-NUM.
           MOVE CUOTMAST-CUST       TO RECORD-CUST.
           MOVE CUOTMAST-FECHA-VENC TO RECORD-FECHA-VENC.
           MOVE WS-FECHA-PROCESO    TO RECORD-FECHA.
           MOVE WS-ENDPOINT         TO RECORD-ENDPOINT.
           WRITE RECORD-RECORD.
           EVALUATE WS-RECORD-FILE-STATUS
               WHEN "00"
                   PERFORM ESCRIBIR-MENSAJE
               WHEN "22"
                   ADD 1 TO WS-YA-AVISADOS
               WHEN OTHER
                   DISPLAY "ERROR " WS-RECORD-FILE-STATUS
                       " ANOTANDO EL RECORDATORIO " CUOTMAST-PLAN
                       "-" CUOTMAST-NUM
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "ERROR DE E/S ANOTANDO EL RECORDATORIO "
                       CUOTMAST-PLAN "-" CUOTMAST-NUM
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
           END-EVALUATE.

       ESCRIBIR-MENSAJE.
           MOVE CUOTMAST-IMPORTE TO WS-IMPORTE-TEXTO.
           MOVE SPACES TO MENSAJESQ-RECORD.
           MOVE WS-ENDPOINT TO MSGQ-ENDPOINT.
           STRING "CUOTA " CUOTMAST-PLAN "-" CUOTMAST-NUM
               DELIMITED BY SIZE INTO MSGQ-REFERENCIA.
           STRING "tipo=recordatorio&cliente=" CUOTMAST-CUST
                  "&plan=" CUOTMAST-PLAN
                  "&cuota=" CUOTMAST-NUM
                  "&vence=" CUOTMAST-FECHA-VENC
                  "&importe=" FUNCTION TRIM(WS-IMPORTE-TEXTO)
               DELIMITED BY SIZE INTO MSGQ-DATOS.
           WRITE MENSAJESQ-RECORD.
           IF WS-MENSAJESQ-FILE-STATUS = "00"
               ADD 1 TO WS-GENERADOS
           ELSE
               DISPLAY "ERROR " WS-MENSAJESQ-FILE-STATUS
                   " ESCRIBIENDO LA BANDEJA DE MENSAJES."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S EN MENSAJESQ.DAT, RECORDATORIO "
                   CUOTMAST-PLAN "-" CUOTMAST-NUM " PERDIDO"
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
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
           MOVE "RECORDATORIOS-CUOTAS" TO ERRLOG-PROGRAM
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

       END PROGRAM RECORDATORIOS-CUOTAS.
