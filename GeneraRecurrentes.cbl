       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-RECURRENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-ID
               FILE STATUS IS WS-INSTMAST-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CALC-INPUT-FILE ASSIGN TO WS-SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOTE-SEQ-FILE ASSIGN TO "LOTESEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESEQ-FILE-STATUS.

           SELECT LOTES-QUEUE-FILE ASSIGN TO "LOTESQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESQ-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INST-MASTER-FILE.
           COPY "INSTMAST.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  CALC-INPUT-FILE.
       01 CALCIN-RECORD.
           05 CALCIN-NUM1       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 CALCIN-NUM2       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 CALCIN-OPCION     PIC 9.
           05 CALCIN-CUST-ID    PIC 9(6).
           05 CALCIN-MONEDA     PIC X(3).
       01 CALCIN-TRAILER.
           05 CALCIN-TRL-MARCA  PIC X.
           05 CALCIN-TRL-CUENTA PIC 9(6).
           05 CALCIN-TRL-HASH   PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.

       FD  LOTE-SEQ-FILE.
       01 LOTESEQ-LINE              PIC 9(6).

      * Los lotes RECURRE llevan en LQ-FECHA la fecha de NEGOCIO
      * para la que se generaron: es la llave que impide un
      * segundo lote el mismo dia al recorrer la cadena.
       FD  LOTES-QUEUE-FILE.
       01 LOTESQ-RECORD.
           05 LQ-ID             PIC X(7).
           05 FILLER            PIC X.
           05 LQ-FUENTE         PIC X(8).
           05 FILLER            PIC X.
           05 LQ-ARCHIVO        PIC X(20).
           05 FILLER            PIC X.
           05 LQ-ESTADO         PIC X(9).
           05 FILLER            PIC X.
           05 LQ-FECHA          PIC 9(8).

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-LOTESEQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LOTESQ-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-HIST               PIC X VALUE "N".
       01 WS-EOF-COLA               PIC X VALUE "N".
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-SALIDA-NOMBRE          PIC X(20) VALUE SPACES.
       01 WS-LOTE-NUM               PIC 9(6) VALUE 0.
       01 WS-LOTE-ID                PIC X(7) VALUE SPACES.
       01 WS-LOTE-HOY               PIC X(7) VALUE SPACES.
       01 WS-BUSCA-LOTE             PIC X(7) VALUE SPACES.
       01 WS-ESTADO-LOTE            PIC X(9) VALUE SPACES.
       01 WS-ASENTADA               PIC X VALUE "N".
       01 WS-IMPORTE-HIST           PIC S9(9)V99 VALUE 0.
       01 WS-GENERADAS              PIC 9(4) VALUE 0.
       01 WS-CONFIRMADAS            PIC 9(4) VALUE 0.
       01 WS-EN-VUELO               PIC 9(4) VALUE 0.
       01 WS-NO-ASENTADAS           PIC 9(4) VALUE 0.
       01 WS-TERMINADAS             PIC 9(4) VALUE 0.
       01 WS-TOTAL-HASH             PIC S9(11)V99 VALUE 0.
       01 WS-RC                     PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.

      * Calculo de la siguiente fecha de una instruccion.
       01 WS-FECHA-BASE             PIC 9(8) VALUE 0.
       01 WS-FECHA-BASE-R REDEFINES WS-FECHA-BASE.
           05 WS-BASE-ANIO          PIC 9(4).
           05 WS-BASE-MES           PIC 99.
           05 WS-BASE-DIA           PIC 99.
       01 WS-FECHA-NUEVA            PIC 9(8) VALUE 0.
       01 WS-FECHA-NUEVA-R REDEFINES WS-FECHA-NUEVA.
           05 WS-NUEVA-ANIO         PIC 9(4).
           05 WS-NUEVA-MES          PIC 99.
           05 WS-NUEVA-DIA          PIC 99.
       01 WS-FECHA-ENTERO           PIC 9(7) VALUE 0.
       01 WS-MESES                  PIC 99 VALUE 0.
       01 WS-MES-TOTAL              PIC 9(6) VALUE 0.
       01 WS-ULTIMO-DIA             PIC 99 VALUE 0.
       01 WS-PRIMERO-SIG            PIC 9(8) VALUE 0.

      * Filas de CALCHIST.DAT ya reconocidas en esta corrida, para
      * que dos instrucciones iguales del mismo lote no se den por
      * asentadas con la misma fila.
       01 WS-NUM-TOMADAS            PIC 9(3) VALUE 0.
       01 WS-T                      PIC 9(3) VALUE 0.
       01 WS-YA-TOMADA              PIC X VALUE "N".
       01 WS-TABLA-TOMADAS.
           05 WS-TOMADA OCCURS 500 TIMES PIC 9(13).

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Generador nocturno de instrucciones permanentes. Corre
      * antes del lote de CALCULADORA-BASICA en dos pasadas sobre
      * INSTMAST.DAT:
      *   1. Confirmacion: cada ocurrencia en vuelo se busca en
      *      CALCHIST.DAT por lote, cliente, operacion e importe;
      *      asentada, la instruccion corre a su siguiente fecha.
      *      Si su lote ya se proceso y la fila no esta (rechazo
      *      de la edicion o del lote) se queda detenida para que
      *      el operador la resuelva en MANTIENE-RECURRENTES.
      *   2. Generacion: toda instruccion activa, sin ocurrencia
      *      en vuelo y con fecha siguiente a mas tardar la fecha
      *      de negocio sale en UN lote CALCIN_Lnnnnnn.DAT con su
      *      trailer, encolado como RECURRE; pasa por EDITA-CALCIN
      *      y por el lote normal como cualquier otro. Si la cola
      *      ya tiene el lote RECURRE del dia, no se genera otro.
      * RETURN-CODE: 0 normal, 4 con ocurrencias no asentadas,
      * 8 sin acceso al maestro o a la historia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O INST-MASTER-FILE.
           IF WS-INSTMAST-FILE-STATUS = "35"
               DISPLAY "SIN INSTRUCCIONES PERMANENTES (NO EXISTE"
                   " INSTMAST.DAT)."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-INSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INSTMAST.DAT ("
                   WS-INSTMAST-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR INSTMAST.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CONFIRMAR-ASENTADAS.
           IF WS-RC < 8
               PERFORM GENERAR-LOTE
           END-IF.
           CLOSE INST-MASTER-FILE.
           DISPLAY "INSTRUCCIONES PERMANENTES AL " WS-FECHA-NEGOCIO
               ":".
           DISPLAY "  ASENTADAS Y CORRIDAS A SU SIGUIENTE FECHA: "
               WS-CONFIRMADAS.
           DISPLAY "  TERMINADAS POR FECHA FIN:                 "
               WS-TERMINADAS.
           DISPLAY "  EN VUELO (LOTE AUN PENDIENTE):            "
               WS-EN-VUELO.
           DISPLAY "  NO ASENTADAS, A RESOLVER:                 "
               WS-NO-ASENTADAS.
           DISPLAY "  GENERADAS HOY:                            "
               WS-GENERADAS.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Pasada 1: ocurrencias en vuelo contra la historia.
      *-----------------------------------------------------------
       CONFIRMAR-ASENTADAS.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               AND WS-HIST-FILE-STATUS NOT = "35"
               DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                   WS-HIST-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR CALCHIST.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RC
           ELSE
               MOVE 0 TO WS-NUM-TOMADAS
               MOVE 0 TO INST-ID
               START INST-MASTER-FILE KEY NOT < INST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF INST-LOTE NOT = SPACES
                               PERFORM REVISAR-OCURRENCIA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HIST-FILE-STATUS NOT = "35"
                   CLOSE CALC-HISTORY-FILE
               END-IF
           END-IF.

       REVISAR-OCURRENCIA.
           MOVE "N" TO WS-ASENTADA.
           IF WS-HIST-FILE-STATUS NOT = "35"
               PERFORM BUSCAR-ASENTADA
           END-IF.
           IF WS-ASENTADA = "S"
               MOVE INST-FECHA-OCURR TO INST-ULTIMA
               MOVE INST-FECHA-OCURR TO WS-FECHA-BASE
               PERFORM SIGUIENTE-FECHA
               MOVE WS-FECHA-NUEVA TO INST-PROXIMA
               MOVE SPACES TO INST-LOTE
               MOVE 0 TO INST-FECHA-GEN
               MOVE 0 TO INST-FECHA-OCURR
               IF INST-FECHA-FIN > 0
                   AND INST-PROXIMA > INST-FECHA-FIN
                   AND INST-ESTADO NOT = "T"
                   MOVE "T" TO INST-ESTADO
                   ADD 1 TO WS-TERMINADAS
               END-IF
               MOVE WS-SYS-DATE TO INST-FECHA-ULT
               MOVE WS-OPER-ACTUAL TO INST-OPER-ULT
               REWRITE INSTMAST-RECORD
               ADD 1 TO WS-CONFIRMADAS
           ELSE
               MOVE INST-LOTE TO WS-BUSCA-LOTE
               PERFORM BUSCAR-ESTADO-LOTE
               IF WS-ESTADO-LOTE = "PENDIENTE"
                   ADD 1 TO WS-EN-VUELO
               ELSE
               IF WS-ESTADO-LOTE = SPACES
      *            El lote se escribio pero la corrida anterior se
      *            cayo antes de encolarlo: se encola ahora, una
      *            sola vez para todas sus instrucciones.
                   MOVE INST-LOTE TO WS-LOTE-ID
                   MOVE SPACES TO WS-SALIDA-NOMBRE
                   STRING "CALCIN_" WS-LOTE-ID ".DAT"
                       DELIMITED BY SIZE INTO WS-SALIDA-NOMBRE
                   PERFORM ENCOLAR-LOTE
                   DISPLAY "LOTE " WS-LOTE-ID " NO ESTABA EN LA"
                       " COLA: SE ENCOLA."
                   ADD 1 TO WS-EN-VUELO
               ELSE
                   DISPLAY "INSTRUCCION " INST-ID " CLIENTE "
                       INST-CUST ": LA OCURRENCIA DEL "
                       INST-FECHA-OCURR " NO SE ASENTO (LOTE "
                       INST-LOTE " " FUNCTION TRIM(WS-ESTADO-LOTE)
                       "). RESOLVER EN MANTIENE-RECURRENTES."
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "INSTRUCCION " INST-ID
                          " NO ASENTADA EN LOTE " INST-LOTE
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   ADD 1 TO WS-NO-ASENTADAS
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * La fila asentada es un calculo normal del mismo lote,
      * cliente y operacion, con el importe original de la
      * instruccion (en base queda en NUM1; en otra moneda, en
      * IMP-ORIG) y escrita a partir del dia en que se genero.
      *-----------------------------------------------------------
       BUSCAR-ASENTADA.
           MOVE INST-FECHA-GEN TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HIST
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-HIST
           END-START.
           PERFORM UNTIL WS-EOF-HIST = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-HIST
                   NOT AT END
                       IF CALCHIST-MONEDA = SPACES
                           MOVE CALCHIST-NUM1 TO WS-IMPORTE-HIST
                       ELSE
                           MOVE CALCHIST-IMP-ORIG TO WS-IMPORTE-HIST
                       END-IF
                       IF CALCHIST-LOTE = INST-LOTE
                           AND CALCHIST-TIPO = SPACE
                           AND CALCHIST-CUST-ID = INST-CUST
                           AND CALCHIST-OPCION = INST-OPCION
                           AND CALCHIST-MONEDA = INST-MONEDA
                           AND WS-IMPORTE-HIST = INST-NUM1
                           PERFORM REVISAR-TOMADA
                           IF WS-YA-TOMADA = "N"
                               MOVE "S" TO WS-ASENTADA
                               MOVE "Y" TO WS-EOF-HIST
                               IF WS-NUM-TOMADAS < 500
                                   ADD 1 TO WS-NUM-TOMADAS
                                   MOVE CALCHIST-KEY
                                       TO WS-TOMADA(WS-NUM-TOMADAS)
                               END-IF
                               MOVE CALCHIST-DATE TO INST-POST-DATE
                               MOVE CALCHIST-SEQ TO INST-POST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-TOMADA.
           MOVE "N" TO WS-YA-TOMADA.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NUM-TOMADAS
               IF WS-TOMADA(WS-T) = CALCHIST-KEY
                   MOVE "S" TO WS-YA-TOMADA
               END-IF
           END-PERFORM.

      *    Estado del lote en la cola; espacios si no esta. De
      *    paso deja en WS-LOTE-HOY el lote RECURRE de la fecha
      *    de negocio, si ya existe.
       BUSCAR-ESTADO-LOTE.
           MOVE SPACES TO WS-ESTADO-LOTE.
           MOVE SPACES TO WS-LOTE-HOY.
           OPEN INPUT LOTES-QUEUE-FILE.
           IF WS-LOTESQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-COLA
               PERFORM UNTIL WS-EOF-COLA = "Y"
                   READ LOTES-QUEUE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-COLA
                       NOT AT END
                           IF LQ-ID = WS-BUSCA-LOTE
                               MOVE LQ-ESTADO TO WS-ESTADO-LOTE
                           END-IF
                           IF LQ-FUENTE = "RECURRE"
                               AND LQ-FECHA = WS-FECHA-NEGOCIO
                               MOVE LQ-ID TO WS-LOTE-HOY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES-QUEUE-FILE
           END-IF.

      *-----------------------------------------------------------
      * Siguiente fecha desde la ocurrencia en WS-FECHA-BASE:
      * semanal y catorcenal por dias corridos; mensual,
      * trimestral y anual por meses, al dia ancla o al ultimo
      * dia del mes si el mes es mas corto.
      *-----------------------------------------------------------
       SIGUIENTE-FECHA.
           IF INST-FRECUENCIA = "S" OR INST-FRECUENCIA = "Q"
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE)
               IF INST-FRECUENCIA = "S"
                   ADD 7 TO WS-FECHA-ENTERO
               ELSE
                   ADD 14 TO WS-FECHA-ENTERO
               END-IF
               COMPUTE WS-FECHA-NUEVA =
                   FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO)
           ELSE
               EVALUATE INST-FRECUENCIA
                   WHEN "T"
                       MOVE 3 TO WS-MESES
                   WHEN "A"
                       MOVE 12 TO WS-MESES
                   WHEN OTHER
                       MOVE 1 TO WS-MESES
               END-EVALUATE
               COMPUTE WS-MES-TOTAL = WS-BASE-ANIO * 12
                   + WS-BASE-MES - 1 + WS-MESES
               COMPUTE WS-NUEVA-ANIO = WS-MES-TOTAL / 12
               COMPUTE WS-NUEVA-MES =
                   FUNCTION MOD(WS-MES-TOTAL, 12) + 1
               MOVE 1 TO WS-NUEVA-DIA
               PERFORM ULTIMO-DIA-MES
               IF INST-DIA-ANCLA > WS-ULTIMO-DIA
                   MOVE WS-ULTIMO-DIA TO WS-NUEVA-DIA
               ELSE
                   MOVE INST-DIA-ANCLA TO WS-NUEVA-DIA
               END-IF
           END-IF.

      *    Ultimo dia del mes de WS-FECHA-NUEVA: el dia anterior
      *    al primero del mes siguiente.
       ULTIMO-DIA-MES.
           IF WS-NUEVA-MES = 12
               COMPUTE WS-PRIMERO-SIG =
                   (WS-NUEVA-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMERO-SIG = WS-NUEVA-ANIO * 10000
                   + (WS-NUEVA-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIG) - 1.
           COMPUTE WS-ULTIMO-DIA = FUNCTION MOD(
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO), 100).

      *-----------------------------------------------------------
      * Pasada 2: el lote del dia. Primero se escribe el archivo,
      * luego se marca cada instruccion con su lote y al final se
      * encola; una caida a medias deja las instrucciones en
      * vuelo y la pasada 1 de la recorrida encola el lote.
      *-----------------------------------------------------------
       GENERAR-LOTE.
           MOVE SPACES TO WS-BUSCA-LOTE.
           PERFORM BUSCAR-ESTADO-LOTE.
           IF WS-LOTE-HOY NOT = SPACES
               DISPLAY "EL LOTE RECURRE DEL " WS-FECHA-NEGOCIO
                   " YA EXISTE (" WS-LOTE-HOY "): NO SE GENERA OTRO."
           ELSE
               MOVE 0 TO WS-GENERADAS
               MOVE 0 TO WS-TOTAL-HASH
               PERFORM CONTAR-VENCIDAS
               IF WS-GENERADAS > 0
                   PERFORM ESCRIBIR-LOTE
                   PERFORM MARCAR-EN-VUELO
                   PERFORM ENCOLAR-LOTE
                   DISPLAY "LOTE " WS-LOTE-ID " ENCOLADO EN "
                       FUNCTION TRIM(WS-SALIDA-NOMBRE) " CON "
                       WS-GENERADAS " OCURRENCIAS."
               END-IF
           END-IF.

       CONTAR-VENCIDAS.
           MOVE 0 TO INST-ID.
           START INST-MASTER-FILE KEY NOT < INST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM REVISAR-FIN
                       IF INST-ESTADO = "A"
                           AND INST-LOTE = SPACES
                           AND INST-PROXIMA <= WS-FECHA-NEGOCIO
                           ADD 1 TO WS-GENERADAS
                       END-IF
               END-READ
           END-PERFORM.

      *    Una instruccion activa cuya siguiente fecha ya rebaso
      *    su fecha fin termina aqui, sin generar.
       REVISAR-FIN.
           IF INST-ESTADO = "A"
               AND INST-LOTE = SPACES
               AND INST-FECHA-FIN > 0
               AND INST-PROXIMA > INST-FECHA-FIN
               MOVE "T" TO INST-ESTADO
               MOVE WS-SYS-DATE TO INST-FECHA-ULT
               MOVE WS-OPER-ACTUAL TO INST-OPER-ULT
               REWRITE INSTMAST-RECORD
               ADD 1 TO WS-TERMINADAS
           END-IF.

       ESCRIBIR-LOTE.
           PERFORM ASIGNAR-LOTE.
           OPEN OUTPUT CALC-INPUT-FILE.
           MOVE 0 TO WS-GENERADAS.
           MOVE 0 TO INST-ID.
           START INST-MASTER-FILE KEY NOT < INST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF INST-ESTADO = "A"
                           AND INST-LOTE = SPACES
                           AND INST-PROXIMA <= WS-FECHA-NEGOCIO
                           MOVE INST-NUM1    TO CALCIN-NUM1
                           MOVE INST-NUM2    TO CALCIN-NUM2
                           MOVE INST-OPCION  TO CALCIN-OPCION
                           MOVE INST-CUST    TO CALCIN-CUST-ID
                           MOVE INST-MONEDA  TO CALCIN-MONEDA
                           WRITE CALCIN-RECORD
                           ADD INST-NUM1 TO WS-TOTAL-HASH
                           ADD INST-NUM2 TO WS-TOTAL-HASH
                           ADD 1 TO WS-GENERADAS
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "T" TO CALCIN-TRL-MARCA.
           MOVE WS-GENERADAS TO CALCIN-TRL-CUENTA.
           MOVE WS-TOTAL-HASH TO CALCIN-TRL-HASH.
           WRITE CALCIN-TRAILER.
           CLOSE CALC-INPUT-FILE.

       MARCAR-EN-VUELO.
           MOVE 0 TO INST-ID.
           START INST-MASTER-FILE KEY NOT < INST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF INST-ESTADO = "A"
                           AND INST-LOTE = SPACES
                           AND INST-PROXIMA <= WS-FECHA-NEGOCIO
                           MOVE WS-LOTE-ID   TO INST-LOTE
                           MOVE WS-SYS-DATE  TO INST-FECHA-GEN
                           MOVE INST-PROXIMA TO INST-FECHA-OCURR
                           MOVE WS-SYS-DATE  TO INST-FECHA-ULT
                           MOVE WS-OPER-ACTUAL TO INST-OPER-ULT
                           REWRITE INSTMAST-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * Identidad del lote: numero corrido de LOTESEQ.DAT, id
      * "Lnnnnnn" y archivo propio, misma convencion que la
      * captura y la conversion del CSV de finanzas.
      *-----------------------------------------------------------
       ASIGNAR-LOTE.
           MOVE 1 TO WS-LOTE-NUM.
           OPEN INPUT LOTE-SEQ-FILE.
           IF WS-LOTESEQ-FILE-STATUS = "00"
               READ LOTE-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-LOTE-NUM = LOTESEQ-LINE + 1
               END-READ
               CLOSE LOTE-SEQ-FILE
           END-IF.
           OPEN OUTPUT LOTE-SEQ-FILE.
           MOVE WS-LOTE-NUM TO LOTESEQ-LINE
           WRITE LOTESEQ-LINE.
           CLOSE LOTE-SEQ-FILE.
           MOVE SPACES TO WS-LOTE-ID.
           STRING "L" WS-LOTE-NUM
               DELIMITED BY SIZE INTO WS-LOTE-ID.
           MOVE SPACES TO WS-SALIDA-NOMBRE.
           STRING "CALCIN_" WS-LOTE-ID ".DAT"
               DELIMITED BY SIZE INTO WS-SALIDA-NOMBRE.

       ENCOLAR-LOTE.
           OPEN EXTEND LOTES-QUEUE-FILE.
           IF WS-LOTESQ-FILE-STATUS = "35"
               OPEN OUTPUT LOTES-QUEUE-FILE
           END-IF.
           MOVE SPACES TO LOTESQ-RECORD.
           MOVE WS-LOTE-ID       TO LQ-ID.
           MOVE "RECURRE"        TO LQ-FUENTE.
           MOVE WS-SALIDA-NOMBRE TO LQ-ARCHIVO.
           MOVE "PENDIENTE"      TO LQ-ESTADO.
           MOVE WS-FECHA-NEGOCIO TO LQ-FECHA.
           WRITE LOTESQ-RECORD.
           CLOSE LOTES-QUEUE-FILE.

       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "GENERA-RECURRENTES" TO ERRLOG-PROGRAM
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

       END PROGRAM GENERA-RECURRENTES.
