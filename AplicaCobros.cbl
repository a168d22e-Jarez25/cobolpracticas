       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-COBROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBROS-FILE ASSIGN TO "COBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBROS-FILE-STATUS.

           SELECT COBROSUSP-FILE ASSIGN TO "COBROSUSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBROSUSP-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

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
      * Archivo diario de cobranza del banco: un renglon por pago
      * recibido con plan, numero de cuota, fecha valor e importe.
       FD  COBROS-FILE.
       01 COBRO-RECORD.
           05 CB-PLAN               PIC 9(6).
           05 FILLER                PIC X.
           05 CB-CUOTA              PIC 9(3).
           05 FILLER                PIC X.
           05 CB-FECHA              PIC 9(8).
           05 FILLER                PIC X.
           05 CB-IMPORTE            PIC 9(9)V99.
           05 FILLER                PIC X.
           05 CB-REFERENCIA         PIC X(20).

      * Efectivo sin aplicar: el pago que no casa con su cuota se
      * guarda tal como llego, con el motivo, para que cobranza lo
      * trabaje en la manana.
       FD  COBROSUSP-FILE.
       01 COBROSUSP-RECORD.
           05 CS-FECHA-PROC         PIC 9(8).
           05 FILLER                PIC X.
           05 CS-MOTIVO             PIC X(20).
           05 FILLER                PIC X.
           05 CS-ESTADO             PIC X(9).
           05 FILLER                PIC X.
           05 CS-COBRO              PIC X(52).

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  CALC-LOG-FILE.
           COPY "CALCLOG.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COBROS-FILE-STATUS     PIC XX VALUE "00".
       01 WS-COBROSUSP-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-HIST-SEQ               PIC 9(5) VALUE 0.
       01 WS-MOTIVO                 PIC X(20) VALUE SPACES.
       01 WS-LEIDOS                 PIC 9(5) VALUE 0.
       01 WS-APLICADOS              PIC 9(5) VALUE 0.
       01 WS-YA-APLICADOS           PIC 9(5) VALUE 0.
       01 WS-COMPLETADOS            PIC 9(5) VALUE 0.
       01 WS-EOF-BUSCA              PIC X VALUE "N".
       01 WS-MOV-HALLADO            PIC X VALUE "N".
       01 WS-SUSPENSOS              PIC 9(5) VALUE 0.
       01 WS-IMPORTE-TEXTO          PIC -(9)9.99.
       01 WS-TOTAL-APLICADO         PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.

      * Suspensos ya escritos hoy: una recorrida tras caida no
      * vuelve a mandar a suspenso el mismo pago.
       01 WS-NUM-SUSP               PIC 9(3) VALUE 0.
       01 WS-SUSP-IDX               PIC 9(3) VALUE 0.
       01 WS-YA-SUSPENSO            PIC X VALUE "N".
       01 WS-TABLA-SUSP.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES.
               10 WS-SUSP-COBRO     PIC X(52).

       01 WS-ALR-PROGRAMA           PIC X(20) VALUE SPACES.
       01 WS-ALR-SEVERIDAD          PIC X VALUE SPACE.
       01 WS-ALR-CLAVE              PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE            PIC X(60) VALUE SPACES.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-SUC-PERMITIDO         PIC X VALUE "S".
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Aplicacion nocturna de la cobranza del banco: cada pago de
      * COBROS.DAT se casa con su fila de CUOTMAST.DAT por plan +
      * numero de cuota y, si la cuota esta pendiente y el importe
      * es el de la cuota, se marca cobrada con la fecha y el
      * importe reales. El pago aplicado se asienta ademas como
      * movimiento TIPO "P" en CALCHIST.DAT (con su CALCLOG y su
      * CALCHISTC) con el importe en negativo, de modo que
      * POSTEA-SALDOS lo lleva al saldo del cliente en CUSTBAL.DAT
      * en la misma noche. Lo que no casa - plan o cuota
      * desconocidos, cuota ya cobrada, importe distinto o renglon
      * ilegible - va a COBROSUSP.DAT. Un pago que ya esta
      * aplicado con la misma fecha e importe se reconoce como
      * recorrida y no se repite; si a esa cuota le falta su
      * movimiento TIPO "P" (caida entre la marca y la historia)
      * se asienta entonces. Terminado el archivo se vacia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           OPEN INPUT COBROS-FILE.
           IF WS-COBROS-FILE-STATUS NOT = "00"
               DISPLAY "SIN COBROS.DAT: NO HAY COBRANZA QUE APLICAR."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUOTMAST.DAT ("
                   WS-CUOTMAST-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR CUOTMAST.DAT PARA COBRANZA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE COBROS-FILE
               MOVE 8 TO RETURN-CODE
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
               MOVE "NO SE PUDO ABRIR CALCHIST.DAT PARA COBRANZA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE COBROS-FILE
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
           PERFORM CARGAR-SUSPENSOS.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ COBROS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM PROCESAR-COBRO
               END-READ
           END-PERFORM.

           CLOSE COBROS-FILE.
           CLOSE CUOTA-MASTER-FILE.
           CLOSE CALC-HISTORY-FILE.
           CLOSE HIST-CUST-FILE.

      *    Solo una pasada completa vacia el archivo del banco; si
      *    la corrida se cae a medias, el archivo sigue ahi y la
      *    recorrida reconoce lo ya aplicado.
           IF WS-RUTINA-RC < 8
               OPEN OUTPUT COBROS-FILE
               CLOSE COBROS-FILE
           END-IF.

           MOVE WS-TOTAL-APLICADO TO WS-TOTAL-TEXTO.
           DISPLAY "COBRANZA DEL " WS-FECHA-PROCESO ": "
               WS-LEIDOS " PAGOS LEIDOS, "
               WS-APLICADOS " APLICADOS POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO) ", "
               WS-YA-APLICADOS " YA APLICADOS ("
               WS-COMPLETADOS " COMPLETADOS), "
               WS-SUSPENSOS " A SUSPENSO.".
           IF WS-SUSPENSOS > 0
               MOVE "APLICA-COBROS" TO WS-ALR-PROGRAMA
               MOVE "W" TO WS-ALR-SEVERIDAD
               MOVE "COBROSUSP.DAT" TO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-MENSAJE
               STRING WS-SUSPENSOS " PAGOS SIN APLICAR EN"
                   " SUSPENSO PARA REVISION"
                   DELIMITED BY SIZE INTO WS-ALR-MENSAJE
               CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
                   WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           END-IF.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Casa el pago con su cuota. El orden de las pruebas decide
      * el motivo del suspenso: renglon ilegible, plan inexistente,
      * cuota inexistente dentro del plan, cuota ya cobrada,
      * cuota sustituida por una reprogramacion, importe distinto
      * al de la cuota.
      *-----------------------------------------------------------
       PROCESAR-COBRO.
           MOVE SPACES TO WS-MOTIVO.
           IF CB-PLAN NOT NUMERIC OR CB-CUOTA NOT NUMERIC
               OR CB-FECHA NOT NUMERIC OR CB-IMPORTE NOT NUMERIC
               MOVE "REGISTRO INVALIDO" TO WS-MOTIVO
           ELSE
               MOVE CB-PLAN  TO CUOTMAST-PLAN
               MOVE CB-CUOTA TO CUOTMAST-NUM
               READ CUOTA-MASTER-FILE
               IF WS-CUOTMAST-FILE-STATUS NOT = "00"
                   PERFORM CLASIFICAR-INEXISTENTE
               ELSE
                   EVALUATE TRUE
                       WHEN CUOTMAST-ESTADO = "C"
                           IF CUOTMAST-FECHA-PAGO = CB-FECHA
                               AND CUOTMAST-IMP-PAGO = CB-IMPORTE
                               ADD 1 TO WS-YA-APLICADOS
                               PERFORM COMPLETAR-COBRO
                           ELSE
                               MOVE "CUOTA YA COBRADA" TO WS-MOTIVO
                           END-IF
                       WHEN CUOTMAST-ESTADO = "S"
                           MOVE "CUOTA SUSTITUIDA" TO WS-MOTIVO
                       WHEN CB-IMPORTE NOT = CUOTMAST-IMPORTE
                           MOVE "IMPORTE DISTINTO" TO WS-MOTIVO
                       WHEN OTHER
                           PERFORM APLICAR-COBRO
                   END-EVALUATE
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               PERFORM ESCRIBIR-SUSPENSO
           END-IF.

      *    Sin la cuota, la primera fila del plan distingue un
      *    plan que no existe de un numero de cuota fuera de rango.
       CLASIFICAR-INEXISTENTE.
           MOVE CB-PLAN TO CUOTMAST-PLAN.
           MOVE 0 TO CUOTMAST-NUM.
           START CUOTA-MASTER-FILE KEY NOT < CUOTMAST-KEY
               INVALID KEY
                   MOVE "PLAN DESCONOCIDO" TO WS-MOTIVO
               NOT INVALID KEY
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "PLAN DESCONOCIDO" TO WS-MOTIVO
                       NOT AT END
                           IF CUOTMAST-PLAN = CB-PLAN
                               MOVE "CUOTA INEXISTENTE" TO WS-MOTIVO
                           ELSE
                               MOVE "PLAN DESCONOCIDO" TO WS-MOTIVO
                           END-IF
                   END-READ
           END-START.

       APLICAR-COBRO.
           MOVE "C" TO CUOTMAST-ESTADO.
           MOVE CB-FECHA   TO CUOTMAST-FECHA-PAGO.
           MOVE CB-IMPORTE TO CUOTMAST-IMP-PAGO.
           REWRITE CUOTMAST-RECORD.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-CUOTMAST-FILE-STATUS
                   " REESCRIBIENDO LA CUOTA " CB-PLAN "-" CB-CUOTA
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S MARCANDO COBRADA LA CUOTA "
                   CB-PLAN "-" CB-CUOTA
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               PERFORM ESCRIBIR-MOVIMIENTO
               ADD 1 TO WS-APLICADOS
               ADD CB-IMPORTE TO WS-TOTAL-APLICADO
           END-IF.

      *-----------------------------------------------------------
      * Cuota ya marcada cobrada con este mismo pago: la marca se
      * graba antes que el movimiento, asi que una caida entre los
      * dos deja la cuota cobrada sin su TIPO "P". Se busca en la
      * historia desde la fecha valor hasta el dia de negocio y,
      * si no esta, se asienta ahora.
      *-----------------------------------------------------------
       COMPLETAR-COBRO.
           MOVE "N" TO WS-MOV-HALLADO.
           MOVE "N" TO WS-EOF-BUSCA.
           MOVE CB-FECHA TO CALCHIST-DATE.
           MOVE 0        TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY IS NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-BUSCA
           END-START.
           PERFORM UNTIL WS-EOF-BUSCA = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-BUSCA
                   NOT AT END
                       IF CALCHIST-DATE > WS-FECHA-PROCESO
                           MOVE "Y" TO WS-EOF-BUSCA
                       ELSE
                           IF CALCHIST-TIPO = "P"
                               AND CALCHIST-NUM1 = CB-PLAN
                               AND CALCHIST-NUM2 = CB-CUOTA
                               AND CALCHIST-REF-DATE = CB-FECHA
                               MOVE "S" TO WS-MOV-HALLADO
                               MOVE "Y" TO WS-EOF-BUSCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MOV-HALLADO = "N"
               PERFORM ESCRIBIR-MOVIMIENTO
               IF WS-HIST-FILE-STATUS = "00"
                   ADD 1 TO WS-COMPLETADOS
                   ADD CB-IMPORTE TO WS-TOTAL-APLICADO
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * El pago entra a la historia como movimiento TIPO "P" del
      * dia de negocio: NUM1 = plan, NUM2 = cuota, RESULTADO = el
      * importe cobrado en negativo (baja el saldo del cliente) y
      * REF-DATE = la fecha valor que trajo el banco.
      *-----------------------------------------------------------
       ESCRIBIR-MOVIMIENTO.
           MOVE WS-FECHA-PROCESO TO WS-SYS-DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE WS-HIST-SEQ.
           MOVE SPACES            TO CALCHIST-RECORD.
           MOVE WS-SYS-DATE       TO CALCHIST-DATE.
           MOVE WS-HIST-SEQ       TO CALCHIST-SEQ.
           MOVE WS-SYS-TIME       TO CALCHIST-TIME.
           MOVE CB-PLAN           TO CALCHIST-NUM1.
           MOVE CB-CUOTA          TO CALCHIST-NUM2.
           MOVE 7                 TO CALCHIST-OPCION.
           COMPUTE CALCHIST-RESULTADO = 0 - CB-IMPORTE.
           MOVE "N"               TO CALCHIST-BREACH.
           MOVE "P"               TO CALCHIST-TIPO.
           MOVE CB-FECHA          TO CALCHIST-REF-DATE.
           MOVE 0                 TO CALCHIST-REF-SEQ.
           MOVE CUOTMAST-CUST     TO CALCHIST-CUST-ID.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL    TO CALCHIST-OPERADOR.
           MOVE "COBROS"          TO CALCHIST-LOTE.
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
                   " GRABANDO EL PAGO " CB-PLAN "-" CB-CUOTA
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S GRABANDO EN CALCHIST EL PAGO "
                   CB-PLAN "-" CB-CUOTA
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
      * Los suspensos de hoy se cargan antes de leer el banco,
      * para que la recorrida no duplique renglones en la cola.
      *-----------------------------------------------------------
       CARGAR-SUSPENSOS.
           MOVE 0 TO WS-NUM-SUSP.
           OPEN INPUT COBROSUSP-FILE.
           IF WS-COBROSUSP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ COBROSUSP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CS-FECHA-PROC = WS-FECHA-PROCESO
                               AND WS-NUM-SUSP < 500
                               ADD 1 TO WS-NUM-SUSP
                               MOVE CS-COBRO
                                   TO WS-SUSP-COBRO(WS-NUM-SUSP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBROSUSP-FILE
           END-IF.

       ESCRIBIR-SUSPENSO.
           MOVE "N" TO WS-YA-SUSPENSO.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-NUM-SUSP
               IF WS-SUSP-COBRO(WS-SUSP-IDX) = COBRO-RECORD
                   MOVE "S" TO WS-YA-SUSPENSO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-SUSPENSOS.
           IF WS-YA-SUSPENSO NOT = "S"
               OPEN EXTEND COBROSUSP-FILE
               IF WS-COBROSUSP-FILE-STATUS = "35"
                   OPEN OUTPUT COBROSUSP-FILE
               END-IF
               MOVE SPACES TO COBROSUSP-RECORD
               MOVE WS-FECHA-PROCESO TO CS-FECHA-PROC
               MOVE WS-MOTIVO        TO CS-MOTIVO
               MOVE "PENDIENTE"      TO CS-ESTADO
               MOVE COBRO-RECORD     TO CS-COBRO
               WRITE COBROSUSP-RECORD
               CLOSE COBROSUSP-FILE
               IF WS-NUM-SUSP < 500
                   ADD 1 TO WS-NUM-SUSP
                   MOVE COBRO-RECORD TO WS-SUSP-COBRO(WS-NUM-SUSP)
               END-IF
               DISPLAY "A SUSPENSO (" FUNCTION TRIM(WS-MOTIVO) "): "
                   COBRO-RECORD
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
           MOVE "APLICA-COBROS"    TO ERRLOG-PROGRAM
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

       END PROGRAM APLICA-COBROS.
