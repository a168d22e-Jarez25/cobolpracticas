       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-INTEGRIDAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

      *    El mismo CUSTIDX.DAT abierto por segunda vez para
      *    recorrerlo sin perder las busquedas por llave.
           SELECT CUST-SCAN-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTSCAN-ID
               FILE STATUS IS WS-CUSTSCAN-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

      *    Y CALCHIST.DAT por llave, para las referencias a filas.
           SELECT CALC-REF-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALCREF-KEY
               FILE STATUS IS WS-CALCREF-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT COTIZA-FILE ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COTIZA-NUM
               FILE STATUS IS WS-COTIZA-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT LIMIT-INDEX-FILE ASSIGN TO "LIMIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIMIDX-CUST
               FILE STATUS IS WS-LIMIDX-FILE-STATUS.

           SELECT CUST-DIR-FILE ASSIGN TO "CUSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTDIR-CUST
               FILE STATUS IS WS-CUSTDIR-FILE-STATUS.

           SELECT AVISO-MASTER-FILE ASSIGN TO "AVISOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AVISO-PLAN
               FILE STATUS IS WS-AVISO-FILE-STATUS.

           SELECT MORA-FILE ASSIGN TO "MORAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MORA-KEY
               FILE STATUS IS WS-MORA-FILE-STATUS.

           SELECT RECORD-MASTER-FILE ASSIGN TO "RECORDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECORD-KEY
               FILE STATUS IS WS-RECORD-FILE-STATUS.

           SELECT BREACH-QUEUE-FILE ASSIGN TO "UMBRALQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREACHQ-KEY
               FILE STATUS IS WS-BREACHQ-FILE-STATUS.

           SELECT RIESGO-FILE ASSIGN TO "RIESGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSG-CUST
               FILE STATUS IS WS-RIESGO-FILE-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISP-CASO
               FILE STATUS IS WS-DISPUTA-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT CUST-NOTA-FILE ASSIGN TO "CUSTNOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNOTA-FILE-STATUS.

           SELECT INTEGRIDAD-FILE ASSIGN TO "INTEGRIDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRIDAD-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CUST-SCAN-FILE.
           COPY "CUSTMAST.cpy"
               REPLACING ==CUSTOMER-MASTER-RECORD==
                   BY ==CUSTSCAN-RECORD==
               LEADING ==CUSTMAST== BY ==CUSTSCAN==.

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  CALC-REF-FILE.
           COPY "CALCHIST.cpy"
               REPLACING LEADING ==CALCHIST== BY ==CALCREF==.

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  COTIZA-FILE.
           COPY "COTIZA.cpy".

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  LIMIT-INDEX-FILE.
           COPY "LIMIDX.cpy".

       FD  CUST-DIR-FILE.
           COPY "CUSTDIR.cpy".

       FD  AVISO-MASTER-FILE.
           COPY "AVISOMAST.cpy".

       FD  MORA-FILE.
           COPY "MORAS.cpy".

       FD  RECORD-MASTER-FILE.
           COPY "RECORDMAST.cpy".

       FD  BREACH-QUEUE-FILE.
           COPY "UMBRALQ.cpy".

       FD  RIESGO-FILE.
           COPY "RIESGO.cpy".

       FD  DISPUTA-FILE.
           COPY "DISPUTA.cpy".

       FD  HOLDS-FILE.
       01 HOLDS-RECORD.
           05 HOLD-CUST             PIC 9(6).
           05 FILLER                PIC X.
           05 HOLD-DESDE            PIC 9(8).
           05 FILLER                PIC X.
           05 HOLD-HASTA            PIC 9(8).

       FD  CUST-NOTA-FILE.
           COPY "CUSTNOTA.cpy".

       FD  INTEGRIDAD-FILE.
           COPY "INTEGRIDAD.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUSTSCAN-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-CALCREF-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-COTIZA-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LIMIDX-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUSTDIR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-AVISO-FILE-STATUS      PIC XX VALUE "00".
       01 WS-MORA-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RECORD-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BREACHQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RIESGO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-DISPUTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HOLDS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-CUSTNOTA-FILE-STATUS   PIC XX VALUE "00".
       01 WS-INTEGRIDAD-FILE-STATUS PIC XX VALUE "00".
       01 WS-ESTADO-APERTURA        PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.

      * Disponibilidad de los archivos que se consultan por llave:
      * sin CALCHIST.DAT o sin CUOTMAST.DAT las referencias a
      * ellos no se pueden juzgar y no se reportan.
       01 WS-TIENE-HIST             PIC X VALUE "N".
       01 WS-TIENE-HISTC            PIC X VALUE "N".
       01 WS-TIENE-CUOTAS           PIC X VALUE "N".
      * Fecha de la fila mas vieja de CALCHIST.DAT: lo anterior
      * ya paso al archivo historico y no cuenta como faltante.
       01 WS-HORIZONTE              PIC 9(8) VALUE 0.

       01 WS-BUSCA-CUST             PIC 9(6) VALUE 0.
       01 WS-BUSCA-PLAN             PIC 9(6) VALUE 0.
       01 WS-BUSCA-NUM              PIC 9(3) VALUE 0.
       01 WS-BUSCA-DATE             PIC 9(8) VALUE 0.
       01 WS-BUSCA-SEQ              PIC 9(5) VALUE 0.
       01 WS-EXISTE                 PIC X VALUE "N".
       01 WS-PLAN-ANTERIOR          PIC 9(6) VALUE 0.

      * Hallazgo en curso antes de grabarlo.
       01 WS-HZ-ARCHIVO             PIC X(13) VALUE SPACES.
       01 WS-HZ-LLAVE               PIC X(20) VALUE SPACES.
       01 WS-HZ-APUNTA              PIC X(13) VALUE SPACES.
       01 WS-HZ-PROBLEMA            PIC X(30) VALUE SPACES.
       01 WS-HZ-ACCION              PIC X VALUE SPACE.
       01 WS-HZ-CUST                PIC 9(6) VALUE 0.
       01 WS-HZ-DATE                PIC 9(8) VALUE 0.
       01 WS-HZ-SEQ                 PIC 9(5) VALUE 0.

       01 WS-LEIDOS-SECCION         PIC 9(7) VALUE 0.
       01 WS-ROTOS-SECCION          PIC 9(7) VALUE 0.
       01 WS-HALLAZGOS              PIC 9(7) VALUE 0.
       01 WS-REPARABLES             PIC 9(7) VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Barrido de integridad referencial: los maestros se apuntan
      * unos a otros (cliente, plan, fila de historia) y nada
      * revisaba que esas ligas siguieran vivas. Se recorre cada
      * archivo que lleva una referencia y se busca por llave lo
      * referido; cada huerfano o apuntador colgado se informa con
      * archivo y llave y queda en INTEGRIDAD.DAT. Solo lee: las
      * reparaciones seguras (entradas de CALCHISTC.DAT, que es un
      * camino de acceso derivado de CALCHIST.DAT) las aplica
      * REPARA-INTEGRIDAD con aprobacion de supervisor.
      * RETURN-CODE 4 si hubo hallazgos, 8 si no se pudo barrer.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUSTIDX.DAT. CORRE"
                   " CONVIERTE-CLIENTES."
               MOVE "BARRIDO DE INTEGRIDAD SIN CUSTIDX.DAT"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ABRIR-CONSULTAS.
           OPEN OUTPUT INTEGRIDAD-FILE.
           DISPLAY "BARRIDO DE INTEGRIDAD ENTRE MAESTROS".
           DISPLAY "ARCHIVO       LLAVE                APUNTA A"
               "      PROBLEMA".
           DISPLAY "----------------------------------------------".

           PERFORM REVISAR-HISTORIA.
           PERFORM REVISAR-INDICE-CLIENTE.
           PERFORM REVISAR-CLIENTES.
           PERFORM REVISAR-CUOTAS.
           PERFORM REVISAR-COTIZACIONES.
           PERFORM REVISAR-SALDOS.
           PERFORM REVISAR-LIMITES.
           PERFORM REVISAR-DIRECCIONES.
           PERFORM REVISAR-AVISOS.
           PERFORM REVISAR-MORAS.
           PERFORM REVISAR-RECORDATORIOS.
           PERFORM REVISAR-UMBRAL.
           PERFORM REVISAR-RIESGO.
           PERFORM REVISAR-DISPUTAS.
           PERFORM REVISAR-RETENCIONES.
           PERFORM REVISAR-NOTAS.

           CLOSE INTEGRIDAD-FILE.
           CLOSE CUST-INDEX-FILE.
           IF WS-TIENE-HIST = "S"
               CLOSE CALC-REF-FILE
           END-IF.
           IF WS-TIENE-HISTC = "S"
               CLOSE HIST-CUST-FILE
           END-IF.
           IF WS-TIENE-CUOTAS = "S"
               CLOSE CUOTA-MASTER-FILE
           END-IF.
           DISPLAY "----------------------------------------------".
           IF WS-HALLAZGOS = 0
               DISPLAY "SIN REFERENCIAS ROTAS ENTRE MAESTROS."
           ELSE
               DISPLAY "REFERENCIAS ROTAS: " WS-HALLAZGOS
                   "  REPARABLES CON REPARA-INTEGRIDAD: "
                   WS-REPARABLES
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           END-IF.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *    Los archivos que se consultan por llave quedan abiertos
      *    todo el barrido.
       ABRIR-CONSULTAS.
           OPEN INPUT CALC-REF-FILE.
           IF WS-CALCREF-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-HIST
           END-IF.
           OPEN INPUT HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-HISTC
           END-IF.
           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-CUOTAS
           END-IF.

      *-----------------------------------------------------------
      * CALCHIST.DAT: el cliente de cada fila debe existir, la
      * fila con cliente debe tener su entrada en CALCHISTC.DAT
      * (si falta se puede reconstruir) y la contrapartida de
      * reversa debe apuntar a una fila que exista.
      *-----------------------------------------------------------
       REVISAR-HISTORIA.
           MOVE "CALCHIST.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT CALC-HISTORY-FILE.
           MOVE WS-HIST-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-HIST-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           IF WS-HORIZONTE = 0
                               MOVE CALCHIST-DATE TO WS-HORIZONTE
                           END-IF
                           PERFORM REVISAR-FILA-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-FILA-HISTORIA.
           MOVE SPACES TO WS-HZ-LLAVE.
           STRING CALCHIST-DATE "-" CALCHIST-SEQ
               DELIMITED BY SIZE INTO WS-HZ-LLAVE.
           IF CALCHIST-CUST-ID > 0
               MOVE CALCHIST-CUST-ID TO WS-BUSCA-CUST
               PERFORM EXISTE-CLIENTE
               IF WS-EXISTE = "N"
                   PERFORM HALLAZGO-SIN-CLIENTE
               END-IF
               IF WS-TIENE-HISTC = "S"
                   MOVE CALCHIST-CUST-ID TO HISTCUST-CUST
                   MOVE CALCHIST-DATE    TO HISTCUST-DATE
                   MOVE CALCHIST-SEQ     TO HISTCUST-SEQ
                   READ HIST-CUST-FILE
                   IF WS-HISTCUST-FILE-STATUS NOT = "00"
                       MOVE "CALCHISTC.DAT" TO WS-HZ-APUNTA
                       MOVE "FILA SIN ENTRADA POR CLIENTE"
                           TO WS-HZ-PROBLEMA
                       MOVE "R" TO WS-HZ-ACCION
                       MOVE CALCHIST-CUST-ID TO WS-HZ-CUST
                       MOVE CALCHIST-DATE    TO WS-HZ-DATE
                       MOVE CALCHIST-SEQ     TO WS-HZ-SEQ
                       PERFORM REGISTRAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.
           IF CALCHIST-TIPO = "R"
               MOVE CALCHIST-REF-DATE TO WS-BUSCA-DATE
               MOVE CALCHIST-REF-SEQ  TO WS-BUSCA-SEQ
               PERFORM EXISTE-CALCULO
               IF WS-EXISTE = "N"
                   MOVE "CALCHIST.DAT" TO WS-HZ-APUNTA
                   MOVE "REVERSA DE FILA INEXISTENTE"
                       TO WS-HZ-PROBLEMA
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * CALCHISTC.DAT: toda entrada debe tener su fila en
      * CALCHIST.DAT con el mismo cliente. La entrada huerfana o
      * con el cliente equivocado se puede borrar: el indice se
      * deriva de la historia, no al reves.
      *-----------------------------------------------------------
       REVISAR-INDICE-CLIENTE.
           MOVE "CALCHISTC.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           IF WS-TIENE-HISTC NOT = "S"
               MOVE WS-HISTCUST-FILE-STATUS TO WS-ESTADO-APERTURA
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE 0 TO HISTCUST-CUST
               MOVE 0 TO HISTCUST-DATE
               MOVE 0 TO HISTCUST-SEQ
               START HIST-CUST-FILE KEY NOT < HISTCUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HIST-CUST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           PERFORM REVISAR-ENTRADA-INDICE
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-ENTRADA-INDICE.
           IF WS-TIENE-HIST = "S"
               MOVE SPACES TO WS-HZ-LLAVE
               STRING HISTCUST-CUST "-" HISTCUST-DATE "-"
                   HISTCUST-SEQ DELIMITED BY SIZE INTO WS-HZ-LLAVE
               MOVE HISTCUST-DATE TO CALCREF-DATE
               MOVE HISTCUST-SEQ  TO CALCREF-SEQ
               READ CALC-REF-FILE
               IF WS-CALCREF-FILE-STATUS NOT = "00"
                   MOVE "FILA DE HISTORIA NO EXISTE"
                       TO WS-HZ-PROBLEMA
                   PERFORM HALLAZGO-ENTRADA-SOBRANTE
               ELSE
                   IF CALCREF-CUST-ID NOT = HISTCUST-CUST
                       MOVE "CLIENTE DISTINTO AL DE LA FILA"
                           TO WS-HZ-PROBLEMA
                       PERFORM HALLAZGO-ENTRADA-SOBRANTE
                   END-IF
               END-IF
           END-IF.

       HALLAZGO-ENTRADA-SOBRANTE.
           MOVE "CALCHIST.DAT" TO WS-HZ-APUNTA.
           MOVE "B" TO WS-HZ-ACCION.
           MOVE HISTCUST-CUST TO WS-HZ-CUST.
           MOVE HISTCUST-DATE TO WS-HZ-DATE.
           MOVE HISTCUST-SEQ  TO WS-HZ-SEQ.
           PERFORM REGISTRAR-HALLAZGO.

      *    CUSTIDX.DAT: el cliente fusionado apunta al que
      *    sobrevivio, que debe seguir existiendo.
       REVISAR-CLIENTES.
           MOVE "CUSTIDX.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT CUST-SCAN-FILE.
           MOVE WS-CUSTSCAN-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-CUSTSCAN-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-SCAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           IF CUSTSCAN-FUSION-ID > 0
                               MOVE CUSTSCAN-FUSION-ID
                                   TO WS-BUSCA-CUST
                               PERFORM EXISTE-CLIENTE
                               IF WS-EXISTE = "N"
                                   MOVE CUSTSCAN-ID TO WS-HZ-LLAVE
                                   MOVE "CUSTIDX.DAT" TO WS-HZ-APUNTA
                                   MOVE SPACES TO WS-HZ-PROBLEMA
                                   STRING "FUSIONADO EN " WS-BUSCA-CUST
                                       " NO EXISTE" DELIMITED BY SIZE
                                       INTO WS-HZ-PROBLEMA
                                   PERFORM REGISTRAR-HALLAZGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-SCAN-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

      *    CUOTMAST.DAT: el cliente del plan, una vez por plan.
       REVISAR-CUOTAS.
           MOVE "CUOTMAST.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           IF WS-TIENE-CUOTAS NOT = "S"
               MOVE WS-CUOTMAST-FILE-STATUS TO WS-ESTADO-APERTURA
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE 0 TO WS-PLAN-ANTERIOR
               MOVE 0 TO CUOTMAST-PLAN
               MOVE 0 TO CUOTMAST-NUM
               START CUOTA-MASTER-FILE KEY NOT < CUOTMAST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           IF CUOTMAST-PLAN NOT = WS-PLAN-ANTERIOR
                               MOVE CUOTMAST-PLAN TO WS-PLAN-ANTERIOR
                               MOVE CUOTMAST-CUST TO WS-BUSCA-CUST
                               PERFORM EXISTE-CLIENTE
                               IF WS-EXISTE = "N"
                                   MOVE CUOTMAST-PLAN TO WS-HZ-LLAVE
                                   PERFORM HALLAZGO-SIN-CLIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM CERRAR-SECCION.

      *    COTIZA.DAT: cliente de la cotizacion y, si ya se
      *    convirtio, el plan que genero.
       REVISAR-COTIZACIONES.
           MOVE "COTIZA.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT COTIZA-FILE.
           MOVE WS-COTIZA-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-COTIZA-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ COTIZA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           PERFORM REVISAR-COTIZACION
                   END-READ
               END-PERFORM
               CLOSE COTIZA-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-COTIZACION.
           MOVE COTIZA-NUM TO WS-HZ-LLAVE.
           IF COTIZA-CUST > 0
               MOVE COTIZA-CUST TO WS-BUSCA-CUST
               PERFORM EXISTE-CLIENTE
               IF WS-EXISTE = "N"
                   PERFORM HALLAZGO-SIN-CLIENTE
               END-IF
           END-IF.
           IF COTIZA-ESTADO = "C"
               MOVE COTIZA-PLAN TO WS-BUSCA-PLAN
               MOVE 0 TO WS-BUSCA-NUM
               PERFORM EXISTE-PLAN
               IF WS-EXISTE = "N"
                   MOVE "CUOTMAST.DAT" TO WS-HZ-APUNTA
                   MOVE "PLAN CONVERTIDO NO EXISTE" TO WS-HZ-PROBLEMA
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       REVISAR-SALDOS.
           MOVE "CUSTBAL.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT CUST-BALANCE-FILE.
           MOVE WS-CUSTBAL-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-CUSTBAL-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE CUSTBAL-CUST TO WS-BUSCA-CUST
                           PERFORM EXISTE-CLIENTE
                           IF WS-EXISTE = "N"
                               MOVE CUSTBAL-CUST TO WS-HZ-LLAVE
                               PERFORM HALLAZGO-SIN-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-BALANCE-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-LIMITES.
           MOVE "LIMIDX.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT LIMIT-INDEX-FILE.
           MOVE WS-LIMIDX-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-LIMIDX-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LIMIT-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE LIMIDX-CUST TO WS-BUSCA-CUST
                           PERFORM EXISTE-CLIENTE
                           IF WS-EXISTE = "N"
                               MOVE LIMIDX-CUST TO WS-HZ-LLAVE
                               PERFORM HALLAZGO-SIN-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-INDEX-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-DIRECCIONES.
           MOVE "CUSTDIR.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT CUST-DIR-FILE.
           MOVE WS-CUSTDIR-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-CUSTDIR-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-DIR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE CUSTDIR-CUST TO WS-BUSCA-CUST
                           PERFORM EXISTE-CLIENTE
                           IF WS-EXISTE = "N"
                               MOVE CUSTDIR-CUST TO WS-HZ-LLAVE
                               PERFORM HALLAZGO-SIN-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-DIR-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-AVISOS.
           MOVE "AVISOMAST.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT AVISO-MASTER-FILE.
           MOVE WS-AVISO-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-AVISO-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ AVISO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE AVISO-PLAN TO WS-HZ-LLAVE
                           MOVE AVISO-PLAN TO WS-BUSCA-PLAN
                           MOVE 0 TO WS-BUSCA-NUM
                           PERFORM EXISTE-PLAN
                           IF WS-EXISTE = "N"
                               PERFORM HALLAZGO-SIN-PLAN
                           END-IF
                           MOVE AVISO-CUST TO WS-BUSCA-CUST
                           PERFORM EXISTE-CLIENTE
                           IF WS-EXISTE = "N"
                               PERFORM HALLAZGO-SIN-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVISO-MASTER-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

      *    MORAS.DAT: la cuota penalizada y la fila de CALCHIST
      *    con que se asento el cargo.
       REVISAR-MORAS.
           MOVE "MORAS.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT MORA-FILE.
           MOVE WS-MORA-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-MORA-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MORA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           PERFORM REVISAR-MORA
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-MORA.
           MOVE SPACES TO WS-HZ-LLAVE.
           STRING MORA-PLAN "-" MORA-NUM "-" MORA-CUBETA
               DELIMITED BY SIZE INTO WS-HZ-LLAVE.
           MOVE MORA-PLAN TO WS-BUSCA-PLAN.
           MOVE MORA-NUM  TO WS-BUSCA-NUM.
           PERFORM EXISTE-PLAN.
           IF WS-EXISTE = "N"
               PERFORM HALLAZGO-SIN-PLAN
           END-IF.
           IF MORA-HIST-DATE > 0
               MOVE MORA-HIST-DATE TO WS-BUSCA-DATE
               MOVE MORA-HIST-SEQ  TO WS-BUSCA-SEQ
               PERFORM EXISTE-CALCULO
               IF WS-EXISTE = "N"
                   MOVE "CALCHIST.DAT" TO WS-HZ-APUNTA
                   MOVE "CARGO SIN FILA EN HISTORIA"
                       TO WS-HZ-PROBLEMA
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-IF.

       REVISAR-RECORDATORIOS.
           MOVE "RECORDMAST.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT RECORD-MASTER-FILE.
           MOVE WS-RECORD-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-RECORD-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RECORD-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE SPACES TO WS-HZ-LLAVE
                           STRING RECORD-PLAN "-" RECORD-NUM
                               DELIMITED BY SIZE INTO WS-HZ-LLAVE
                           MOVE RECORD-PLAN TO WS-BUSCA-PLAN
                           MOVE RECORD-NUM  TO WS-BUSCA-NUM
                           PERFORM EXISTE-PLAN
                           IF WS-EXISTE = "N"
                               PERFORM HALLAZGO-SIN-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECORD-MASTER-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-UMBRAL.
           MOVE "UMBRALQ.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT BREACH-QUEUE-FILE.
           MOVE WS-BREACHQ-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-BREACHQ-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BREACH-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           IF BREACHQ-CUST > 0
                               MOVE BREACHQ-CUST TO WS-BUSCA-CUST
                               PERFORM EXISTE-CLIENTE
                               IF WS-EXISTE = "N"
                                   MOVE SPACES TO WS-HZ-LLAVE
                                   STRING BREACHQ-DATE "-"
                                       BREACHQ-TIME(1:6) "-"
                                       BREACHQ-SEQ
                                       DELIMITED BY SIZE
                                       INTO WS-HZ-LLAVE
                                   PERFORM HALLAZGO-SIN-CLIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREACH-QUEUE-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-RIESGO.
           MOVE "RIESGO.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT RIESGO-FILE.
           MOVE WS-RIESGO-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-RIESGO-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RIESGO-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE RSG-CUST TO WS-BUSCA-CUST
                           PERFORM EXISTE-CLIENTE
                           IF WS-EXISTE = "N"
                               MOVE RSG-CUST TO WS-HZ-LLAVE
                               PERFORM HALLAZGO-SIN-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RIESGO-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

      *    DISPUTAS.DAT: el cliente del caso y el calculo
      *    disputado.
       REVISAR-DISPUTAS.
           MOVE "DISPUTAS.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT DISPUTA-FILE.
           MOVE WS-DISPUTA-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DISPUTA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           PERFORM REVISAR-DISPUTA
                   END-READ
               END-PERFORM
               CLOSE DISPUTA-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-DISPUTA.
           MOVE DISP-CASO TO WS-HZ-LLAVE.
           MOVE DISP-CUST TO WS-BUSCA-CUST.
           PERFORM EXISTE-CLIENTE.
           IF WS-EXISTE = "N"
               PERFORM HALLAZGO-SIN-CLIENTE
           END-IF.
           MOVE DISP-REF-DATE TO WS-BUSCA-DATE.
           MOVE DISP-REF-SEQ  TO WS-BUSCA-SEQ.
           PERFORM EXISTE-CALCULO.
           IF WS-EXISTE = "N"
               MOVE "CALCHIST.DAT" TO WS-HZ-APUNTA
               MOVE "CALCULO DISPUTADO NO EXISTE" TO WS-HZ-PROBLEMA
               PERFORM REGISTRAR-HALLAZGO
           END-IF.

       REVISAR-RETENCIONES.
           MOVE "HOLDS.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT HOLDS-FILE.
           MOVE WS-HOLDS-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-HOLDS-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLD-CUST IS NUMERIC
                               AND HOLD-CUST > 0
                               ADD 1 TO WS-LEIDOS-SECCION
                               MOVE HOLD-CUST TO WS-BUSCA-CUST
                               PERFORM EXISTE-CLIENTE
                               IF WS-EXISTE = "N"
                                   MOVE SPACES TO WS-HZ-LLAVE
                                   STRING HOLD-CUST "-" HOLD-DESDE
                                       DELIMITED BY SIZE
                                       INTO WS-HZ-LLAVE
                                   PERFORM HALLAZGO-SIN-CLIENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

       REVISAR-NOTAS.
           MOVE "CUSTNOTA.DAT" TO WS-HZ-ARCHIVO.
           PERFORM INICIAR-SECCION.
           OPEN INPUT CUST-NOTA-FILE.
           MOVE WS-CUSTNOTA-FILE-STATUS TO WS-ESTADO-APERTURA.
           IF WS-CUSTNOTA-FILE-STATUS NOT = "00"
               PERFORM ARCHIVO-NO-DISPONIBLE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-NOTA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-SECCION
                           MOVE NOTA-CUST TO WS-BUSCA-CUST
                           PERFORM EXISTE-CLIENTE
                           IF WS-EXISTE = "N"
                               MOVE SPACES TO WS-HZ-LLAVE
                               STRING NOTA-CUST "-" NOTA-FECHA
                                   DELIMITED BY SIZE INTO WS-HZ-LLAVE
                               PERFORM HALLAZGO-SIN-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-NOTA-FILE
           END-IF.
           PERFORM CERRAR-SECCION.

      *-----------------------------------------------------------
      * Busquedas por llave. Sin CUOTMAST.DAT o sin CALCHIST.DAT
      * la referencia se da por buena (no hay contra que juzgarla)
      * y la referencia a una fila anterior al horizonte de la
      * historia viva tambien: esa fila ya esta archivada.
      *-----------------------------------------------------------
       EXISTE-CLIENTE.
           MOVE WS-BUSCA-CUST TO CUSTMAST-ID.
           READ CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-EXISTE
           ELSE
               MOVE "N" TO WS-EXISTE
           END-IF.

      *    WS-BUSCA-NUM en cero pregunta por el plan completo: se
      *    posiciona en su primera cuota.
       EXISTE-PLAN.
           MOVE "S" TO WS-EXISTE.
           IF WS-TIENE-CUOTAS = "S"
               MOVE WS-BUSCA-PLAN TO CUOTMAST-PLAN
               MOVE WS-BUSCA-NUM  TO CUOTMAST-NUM
               IF WS-BUSCA-NUM > 0
                   READ CUOTA-MASTER-FILE
                   IF WS-CUOTMAST-FILE-STATUS NOT = "00"
                       MOVE "N" TO WS-EXISTE
                   END-IF
               ELSE
                   START CUOTA-MASTER-FILE KEY NOT < CUOTMAST-KEY
                       INVALID KEY
                           MOVE "N" TO WS-EXISTE
                   END-START
                   IF WS-EXISTE = "S"
                       READ CUOTA-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "N" TO WS-EXISTE
                       END-READ
                       IF WS-EXISTE = "S"
                           AND CUOTMAST-PLAN NOT = WS-BUSCA-PLAN
                           MOVE "N" TO WS-EXISTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EXISTE-CALCULO.
           MOVE "S" TO WS-EXISTE.
           IF WS-TIENE-HIST = "S"
               AND WS-BUSCA-DATE NOT < WS-HORIZONTE
               MOVE WS-BUSCA-DATE TO CALCREF-DATE
               MOVE WS-BUSCA-SEQ  TO CALCREF-SEQ
               READ CALC-REF-FILE
               IF WS-CALCREF-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-EXISTE
               END-IF
           END-IF.

       HALLAZGO-SIN-CLIENTE.
           MOVE "CUSTIDX.DAT" TO WS-HZ-APUNTA.
           MOVE SPACES TO WS-HZ-PROBLEMA.
           STRING "CLIENTE " WS-BUSCA-CUST " NO EXISTE"
               DELIMITED BY SIZE INTO WS-HZ-PROBLEMA.
           PERFORM REGISTRAR-HALLAZGO.

       HALLAZGO-SIN-PLAN.
           MOVE "CUOTMAST.DAT" TO WS-HZ-APUNTA.
           MOVE SPACES TO WS-HZ-PROBLEMA.
           STRING "PLAN " WS-BUSCA-PLAN " NO EXISTE"
               DELIMITED BY SIZE INTO WS-HZ-PROBLEMA.
           PERFORM REGISTRAR-HALLAZGO.

      *    Cada hallazgo sale en pantalla y en INTEGRIDAD.DAT; la
      *    accion y la llave de reparacion se limpian despues para
      *    que no se arrastren al siguiente.
       REGISTRAR-HALLAZGO.
           ADD 1 TO WS-HALLAZGOS.
           ADD 1 TO WS-ROTOS-SECCION.
           IF WS-HZ-ACCION NOT = SPACE
               ADD 1 TO WS-REPARABLES
           END-IF.
           MOVE SPACES         TO INTEGRIDAD-RECORD.
           MOVE WS-HZ-ARCHIVO  TO INT-ARCHIVO.
           MOVE WS-HZ-LLAVE    TO INT-LLAVE.
           MOVE WS-HZ-APUNTA   TO INT-APUNTA.
           MOVE WS-HZ-PROBLEMA TO INT-PROBLEMA.
           MOVE WS-HZ-ACCION   TO INT-ACCION.
           MOVE WS-HZ-CUST     TO INT-CUST.
           MOVE WS-HZ-DATE     TO INT-DATE.
           MOVE WS-HZ-SEQ      TO INT-SEQ.
           MOVE 0              TO INT-FECHA-REP.
           IF WS-HZ-ACCION NOT = SPACE
               MOVE "P" TO INT-ESTADO
           END-IF.
           WRITE INTEGRIDAD-RECORD.
           DISPLAY WS-HZ-ARCHIVO " " WS-HZ-LLAVE " " WS-HZ-APUNTA
               " " WS-HZ-PROBLEMA.
           MOVE SPACE TO WS-HZ-ACCION.
           MOVE 0 TO WS-HZ-CUST.
           MOVE 0 TO WS-HZ-DATE.
           MOVE 0 TO WS-HZ-SEQ.

       INICIAR-SECCION.
           MOVE 0 TO WS-LEIDOS-SECCION.
           MOVE 0 TO WS-ROTOS-SECCION.
           MOVE SPACE TO WS-HZ-ACCION.
           MOVE 0 TO WS-HZ-CUST.
           MOVE 0 TO WS-HZ-DATE.
           MOVE 0 TO WS-HZ-SEQ.

       CERRAR-SECCION.
           DISPLAY "  " WS-HZ-ARCHIVO ": " WS-LEIDOS-SECCION
               " REGISTROS, " WS-ROTOS-SECCION " REFERENCIAS ROTAS.".

      *    Un archivo que no existe no tiene referencias que
      *    revisar; uno que existe y no abre deja el barrido
      *    incompleto.
       ARCHIVO-NO-DISPONIBLE.
           IF WS-ESTADO-APERTURA = "35"
               DISPLAY "  " WS-HZ-ARCHIVO ": NO EXISTE, SE OMITE."
           ELSE
               DISPLAY "  " WS-HZ-ARCHIVO ": NO SE PUDO ABRIR ("
                   WS-ESTADO-APERTURA ")."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "BARRIDO DE INTEGRIDAD: NO SE PUDO ABRIR "
                      WS-HZ-ARCHIVO " (" WS-ESTADO-APERTURA ")"
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           END-IF.

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
           MOVE "VERIFICA-INTEGRIDAD" TO ERRLOG-PROGRAM
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

       END PROGRAM VERIFICA-INTEGRIDAD.
