       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONA-CLIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "FUSIONCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT COTIZA-FILE ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COTIZA-NUM
               FILE STATUS IS WS-COTIZA-FILE-STATUS.

           SELECT LIMIT-INDEX-FILE ASSIGN TO "LIMIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIMIDX-CUST
               FILE STATUS IS WS-LIMIDX-FILE-STATUS.

           SELECT BREACH-QUEUE-FILE ASSIGN TO "UMBRALQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREACHQ-KEY
               FILE STATUS IS WS-BREACHQ-FILE-STATUS.

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

           SELECT INST-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INST-ID
               FILE STATUS IS WS-INSTMAST-FILE-STATUS.

           SELECT CUST-DIR-FILE ASSIGN TO "CUSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTDIR-CUST
               FILE STATUS IS WS-CUSTDIR-FILE-STATUS.

           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISP-CASO
               FILE STATUS IS WS-DISPUTA-FILE-STATUS.

           SELECT CUST-NOTA-FILE ASSIGN TO "CUSTNOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNOTA-FILE-STATUS.

           SELECT FACT-REG-FILE ASSIGN TO "FACTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTREG-FILE-STATUS.

           SELECT TEMPORAL-FILE ASSIGN TO "FUSIONTMP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPORAL-FILE-STATUS.

           SELECT SALDOARC-FILE ASSIGN TO "SALDOARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARC-KEY
               FILE STATUS IS WS-SALDOARC-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy"
               REPLACING ==CUSTOMER-MASTER-RECORD==
                   BY ==CUSTSEC-RECORD==
               LEADING ==CUSTMAST== BY ==CUSTSEC==.

      * Control de la fusion en curso: un solo renglon con los dos
      * ids, el ultimo paso terminado y, para los saldos, la foto
      * de ambos registros de CUSTBAL antes de juntarlos. Mientras
      * diga EN CURSO no se arranca otra fusion; la corrida que se
      * corto se retoma en el paso siguiente al ultimo terminado.
      * FC-TEMPORAL = "S" dice que la primera pasada de un archivo
      * secuencial (CUSTNOTA, FACTREG) ya quedo completa en
      * FUSIONTMP.TMP y solo falta copiarla de regreso.
       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
           05 FC-ESTADO             PIC X(9).
           05 FILLER                PIC X.
           05 FC-DUPLICADO          PIC 9(6).
           05 FILLER                PIC X.
           05 FC-SOBREVIVE          PIC 9(6).
           05 FILLER                PIC X.
           05 FC-PASO               PIC 99.
           05 FILLER                PIC X.
           05 FC-FECHA              PIC 9(8).
           05 FILLER                PIC X.
           05 FC-SUPERVISOR         PIC X(10).
           05 FILLER                PIC X.
           05 FC-BAL-GUARDADO       PIC X.
           05 FILLER                PIC X.
           05 FC-SOB-EXISTE         PIC X.
           05 FC-SOB-FECHA          PIC 9(8).
           05 FC-SOB-INICIAL        PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FC-SOB-MOV            PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FC-SOB-FINAL          PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 FC-DUP-EXISTE         PIC X.
           05 FC-DUP-FECHA          PIC 9(8).
           05 FC-DUP-INICIAL        PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FC-DUP-MOV            PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FC-DUP-FINAL          PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 FC-TEMPORAL           PIC X.

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  COTIZA-FILE.
           COPY "COTIZA.cpy".

       FD  LIMIT-INDEX-FILE.
           COPY "LIMIDX.cpy".

       FD  BREACH-QUEUE-FILE.
           COPY "UMBRALQ.cpy".

       FD  AVISO-MASTER-FILE.
           COPY "AVISOMAST.cpy".

       FD  MORA-FILE.
           COPY "MORAS.cpy".

       FD  RECORD-MASTER-FILE.
           COPY "RECORDMAST.cpy".

       FD  INST-MASTER-FILE.
           COPY "INSTMAST.cpy".

       FD  CUST-DIR-FILE.
           COPY "CUSTDIR.cpy".

       FD  DISPUTA-FILE.
           COPY "DISPUTA.cpy".

       FD  CUST-NOTA-FILE.
           COPY "CUSTNOTA.cpy".

       FD  FACT-REG-FILE.
           COPY "FACTREG.cpy".

       FD  TEMPORAL-FILE.
       01 TEMPORAL-LINE             PIC X(150).

       FD  SALDOARC-FILE.
           COPY "SALDOARC.cpy".

      * Retenciones legales: cliente (cero = todos) y rango.
       FD  HOLDS-FILE.
       01 HOLDS-RECORD.
           05 HOLD-CUST             PIC 9(6).
           05 FILLER                PIC X.
           05 HOLD-DESDE            PIC 9(8).
           05 FILLER                PIC X.
           05 HOLD-HASTA            PIC 9(8).

       FD  AUDITORIA-FILE.
           COPY "CUSTAUD.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-COTIZA-FILE-STATUS     PIC XX VALUE "00".
       01 WS-LIMIDX-FILE-STATUS     PIC XX VALUE "00".
       01 WS-BREACHQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-AVISO-FILE-STATUS      PIC XX VALUE "00".
       01 WS-MORA-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RECORD-FILE-STATUS     PIC XX VALUE "00".
       01 WS-INSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTDIR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-DISPUTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUSTNOTA-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FACTREG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TEMPORAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HOLDS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-SALDOARC-FILE-STATUS   PIC XX VALUE "00".
       01 WS-AUDITORIA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-HAY-PENDIENTE          PIC X VALUE "N".
       01 WS-RESPUESTA              PIC X VALUE SPACE.
       01 WS-CAPTURA-DUP            PIC X(6) VALUE SPACES.
       01 WS-CAPTURA-SOB            PIC X(6) VALUE SPACES.
       01 WS-DUP-ID                 PIC 9(6) VALUE 0.
       01 WS-SOB-ID                 PIC 9(6) VALUE 0.
       01 WS-CLIENTES-OK            PIC X VALUE "N".
       01 WS-IMAGEN-DUP             PIC X(36) VALUE SPACES.
       01 WS-IMAGEN-SOB             PIC X(36) VALUE SPACES.
       01 WS-IMAGEN-ANTES           PIC X(200) VALUE SPACES.
       01 WS-IMAGEN-DESPUES         PIC X(200) VALUE SPACES.
       01 WS-ACCION-LOG             PIC X(10) VALUE SPACES.
       01 WS-PASO                   PIC 99 VALUE 0.
       01 WS-ULTIMO-PASO            PIC 99 VALUE 15.
       01 WS-PASO-NOMBRE            PIC X(10) VALUE SPACES.
       01 WS-FALLA                  PIC X VALUE "N".
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".
       01 WS-MOVIDAS                PIC 9(7) VALUE 0.
       01 WS-FIN-LADO               PIC X VALUE "N".
       01 WS-HISTCUST-COPIA         PIC X(80) VALUE SPACES.
       01 WS-SALDOARC-COPIA         PIC X(42) VALUE SPACES.

       01 WS-LIM-DUP-REG            PIC X(37) VALUE SPACES.
       01 WS-DIR-DUP-REG            PIC X(181) VALUE SPACES.
       01 WS-SUC-DUP                PIC X(3) VALUE SPACES.
       01 WS-SUC-SOB                PIC X(3) VALUE SPACES.
       01 WS-SUCURSAL-DEFECTO       PIC X(3) VALUE "001".
       01 WS-OPER-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ            PIC X VALUE "N".

      * HOLDS.DAT en memoria para reescribirlo entero.
       01 WS-NUM-HOLDS              PIC 9(2) VALUE 0.
       01 WS-HOLD-IDX               PIC 9(2) VALUE 0.
       01 WS-HOLD-MOVIDAS           PIC 9(2) VALUE 0.
       01 WS-TABLA-HOLDS.
           05 WS-HOLD-ENTRY OCCURS 50 TIMES.
               10 WS-TH-CUST        PIC 9(6).
               10 WS-TH-DESDE       PIC 9(8).
               10 WS-TH-HASTA       PIC 9(8).

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Fusion de clientes duplicados (solo supervisor): todo lo
      * del id DUPLICADO pasa al id SOBREVIVIENTE - historia de
      * CALCHIST.DAT y su camino CALCHISTC.DAT, saldo de
      * CUSTBAL.DAT (se suman), planes de CUOTMAST.DAT y sus
      * avisos, moras y recordatorios, cotizaciones de COTIZA.DAT,
      * limite de LIMIDX.DAT (prevalece el del sobreviviente),
      * excesos de UMBRALQ.DAT, retenciones legales de HOLDS.DAT,
      * cargos recurrentes de INSTMAST.DAT, direccion de
      * CUSTDIR.DAT (prevalece la del sobreviviente), disputas de
      * DISPUTAS.DAT, notas de CUSTNOTA.DAT, facturas de
      * FACTREG.DAT y saldo archivado de SALDOARC.DAT - y el
      * duplicado queda inactivo con CUSTMAST-FUSION-ID apuntando
      * al sobreviviente. Cada paso se anota en FUSIONCTL.DAT al
      * terminar y en CUSTAUD.DAT con las filas movidas; todos se
      * pueden repetir sin duplicar nada, asi que una fusion
      * cortada a medias se retoma volviendo a entrar.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM VALIDAR-SUPERVISOR.
           IF WS-SUP-VALIDO NOT = "S"
               DISPLAY "ACCESO DENEGADO: SE REQUIERE UN SUPERVISOR"
                   " (ROL S) ACTIVO."
               GOBACK
           END-IF.

           PERFORM LEER-CONTROL.
           IF WS-HAY-PENDIENTE = "S"
               DISPLAY "FUSION INTERRUMPIDA: " FC-DUPLICADO
                   " EN " FC-SOBREVIVE ", INICIADA EL " FC-FECHA
                   " POR " FUNCTION TRIM(FC-SUPERVISOR) "."
               DISPLAY "PASOS TERMINADOS: " FC-PASO " DE "
                   WS-ULTIMO-PASO "."
               DISPLAY "CONTINUAR LA FUSION (S/N):"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   MOVE FC-DUPLICADO TO WS-DUP-ID
                   MOVE FC-SOBREVIVE TO WS-SOB-ID
                   PERFORM EJECUTAR-PASOS
               ELSE
                   DISPLAY "LA FUSION SIGUE PENDIENTE; NO SE PUEDE"
                       " INICIAR OTRA HASTA TERMINARLA."
               END-IF
           ELSE
               PERFORM PEDIR-CLIENTES
               IF WS-CLIENTES-OK = "S"
                   DISPLAY "SE FUSIONARA " WS-DUP-ID " EN "
                       WS-SOB-ID ". CONFIRMA (S/N):"
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                       PERFORM INICIAR-FUSION
                       PERFORM EJECUTAR-PASOS
                   ELSE
                       DISPLAY "FUSION CANCELADA."
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO.
           DISPLAY "ID DE SUPERVISOR:"
           ACCEPT WS-SUP-ID.
           DISPLAY "PASSWORD:"
           ACCEPT WS-SUP-PASSWORD.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-OPER
               PERFORM UNTIL WS-EOF-OPER = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-OPER
                       NOT AT END
                           IF OPER-ID = WS-SUP-ID
                               AND OPER-HASH NOT = SPACES
                               AND OPER-ROL = "S"
                               AND OPER-ESTADO NOT = "D"
                               AND OPER-ESTADO NOT = "L"
                               CALL "CIFRA-PASSWORD" USING
                                   WS-SUP-PASSWORD OPER-SALT WS-SUP-HASH
                               IF WS-SUP-HASH = OPER-HASH
                                   MOVE "S" TO WS-SUP-VALIDO
                               END-IF
                               MOVE "Y" TO WS-EOF-OPER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LEER-CONTROL.
           MOVE "N" TO WS-HAY-PENDIENTE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-ESTADO = "EN CURSO"
                           MOVE "S" TO WS-HAY-PENDIENTE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

      *-----------------------------------------------------------
      * Los dos ids deben existir y ser distintos; el duplicado no
      * puede estar ya fusionado, y el sobreviviente tiene que
      * estar activo (nunca se fusiona hacia un id muerto). Los dos
      * deben ser de la misma sucursal, y un operador que no es de
      * la matriz solo fusiona clientes de su propia sucursal.
      *-----------------------------------------------------------
       PEDIR-CLIENTES.
           MOVE "N" TO WS-CLIENTES-OK.
           DISPLAY "ID DUPLICADO (EL QUE DESAPARECE):"
           ACCEPT WS-CAPTURA-DUP.
           DISPLAY "ID SOBREVIVIENTE:"
           ACCEPT WS-CAPTURA-SOB.
           IF WS-CAPTURA-DUP IS NOT NUMERIC
               OR WS-CAPTURA-SOB IS NOT NUMERIC
               DISPLAY "LOS IDS DEBEN SER NUMERICOS DE 6 DIGITOS."
           ELSE
           IF WS-CAPTURA-DUP = WS-CAPTURA-SOB
               DISPLAY "EL DUPLICADO Y EL SOBREVIVIENTE SON EL"
                   " MISMO ID."
           ELSE
               MOVE WS-CAPTURA-DUP TO WS-DUP-ID
               MOVE WS-CAPTURA-SOB TO WS-SOB-ID
               PERFORM VALIDAR-CLIENTES
           END-IF
           END-IF.

       VALIDAR-CLIENTES.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUSTIDX.DAT ("
                   WS-CUSTIDX-FILE-STATUS ")."
           ELSE
               MOVE WS-DUP-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE EL CLIENTE " WS-DUP-ID "."
               ELSE
               IF CUSTMAST-FUSION-ID IS NUMERIC
                   AND CUSTMAST-FUSION-ID > 0
                   DISPLAY "EL CLIENTE " WS-DUP-ID " YA ESTA"
                       " FUSIONADO EN " CUSTMAST-FUSION-ID "."
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-DUP
                   MOVE CUSTMAST-SUCURSAL TO WS-SUC-DUP
                   MOVE WS-SOB-ID TO CUSTMAST-ID
                   READ CUST-INDEX-FILE
                   IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                       DISPLAY "NO EXISTE EL CLIENTE " WS-SOB-ID "."
                   ELSE
                   IF CUSTMAST-STATUS = "I"
                       DISPLAY "EL SOBREVIVIENTE " WS-SOB-ID
                           " ESTA INACTIVO."
                   ELSE
                       MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-SOB
                       MOVE CUSTMAST-SUCURSAL TO WS-SUC-SOB
                       PERFORM VERIFICAR-SUCURSALES
                   END-IF
                   END-IF
               END-IF
               END-IF
               CLOSE CUST-INDEX-FILE
           END-IF.

      *    Sin sucursal grabada el cliente es de la "001".
       VERIFICAR-SUCURSALES.
           IF WS-SUC-DUP = SPACES
               MOVE WS-SUCURSAL-DEFECTO TO WS-SUC-DUP
           END-IF.
           IF WS-SUC-SOB = SPACES
               MOVE WS-SUCURSAL-DEFECTO TO WS-SUC-SOB
           END-IF.
           CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
               WS-OPER-MATRIZ.
           IF WS-SUC-DUP NOT = WS-SUC-SOB
               DISPLAY "CLIENTES DE SUCURSALES DISTINTAS ("
                   WS-SUC-DUP " Y " WS-SUC-SOB "); FUSION NO"
                   " PERMITIDA."
           ELSE
           IF WS-OPER-MATRIZ NOT = "S"
               AND WS-SUC-SOB NOT = WS-OPER-SUCURSAL
               DISPLAY "CLIENTES DE OTRA SUCURSAL (" WS-SUC-SOB
                   "); FUSION NO PERMITIDA."
           ELSE
               MOVE "S" TO WS-CLIENTES-OK
           END-IF
           END-IF.

       INICIAR-FUSION.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE "EN CURSO"  TO FC-ESTADO.
           MOVE WS-DUP-ID   TO FC-DUPLICADO.
           MOVE WS-SOB-ID   TO FC-SOBREVIVE.
           MOVE 0           TO FC-PASO.
           MOVE WS-SYS-DATE TO FC-FECHA.
           MOVE WS-SUP-ID   TO FC-SUPERVISOR.
           MOVE "N"         TO FC-BAL-GUARDADO.
           MOVE "N"         TO FC-TEMPORAL.
           MOVE "N"         TO FC-SOB-EXISTE.
           MOVE 0           TO FC-SOB-FECHA FC-SOB-INICIAL
                               FC-SOB-MOV FC-SOB-FINAL.
           MOVE "N"         TO FC-DUP-EXISTE.
           MOVE 0           TO FC-DUP-FECHA FC-DUP-INICIAL
                               FC-DUP-MOV FC-DUP-FINAL.
           PERFORM GRABAR-CONTROL.
           MOVE WS-IMAGEN-DUP TO WS-IMAGEN-ANTES.
           MOVE WS-IMAGEN-SOB TO WS-IMAGEN-DESPUES.
           MOVE "FUSION-INI" TO WS-ACCION-LOG.
           PERFORM REGISTRAR-AUDITORIA.

      *-----------------------------------------------------------
      * Pasos en orden fijo; el control se graba al terminar cada
      * uno. Una falla de E/S detiene la fusion con el control EN
      * CURSO en el ultimo paso bueno.
      *-----------------------------------------------------------
       EJECUTAR-PASOS.
           MOVE "N" TO WS-FALLA.
           PERFORM UNTIL FC-PASO >= WS-ULTIMO-PASO
               OR WS-FALLA = "S"
               COMPUTE WS-PASO = FC-PASO + 1
               MOVE 0 TO WS-MOVIDAS
               EVALUATE WS-PASO
                   WHEN 1
                       PERFORM FUSIONAR-HISTORIA
                   WHEN 2
                       PERFORM FUSIONAR-LADO-CLIENTE
                   WHEN 3
                       PERFORM FUSIONAR-SALDO
                   WHEN 4
                       PERFORM FUSIONAR-PLANES
                   WHEN 5
                       PERFORM FUSIONAR-COTIZACIONES
                   WHEN 6
                       PERFORM FUSIONAR-LIMITE
                   WHEN 7
                       PERFORM FUSIONAR-EXCESOS
                   WHEN 8
                       PERFORM FUSIONAR-COBRANZA
                   WHEN 9
                       PERFORM FUSIONAR-RECURRENTES
                   WHEN 10
                       PERFORM FUSIONAR-DIRECCION
                   WHEN 11
                       PERFORM FUSIONAR-DISPUTAS
                   WHEN 12
                       PERFORM FUSIONAR-NOTAS
                   WHEN 13
                       PERFORM FUSIONAR-FACTURAS
                   WHEN 14
                       PERFORM FUSIONAR-SALDO-ARCHIVADO
                   WHEN 15
                       PERFORM CERRAR-DUPLICADO
               END-EVALUATE
               IF WS-FALLA NOT = "S"
                   MOVE WS-PASO TO FC-PASO
                   IF FC-PASO = WS-ULTIMO-PASO
                       MOVE "TERMINADA" TO FC-ESTADO
                   ELSE
                       PERFORM AUDITAR-PASO
                   END-IF
                   PERFORM GRABAR-CONTROL
                   DISPLAY "  PASO " WS-PASO " " WS-PASO-NOMBRE
                       ": " WS-MOVIDAS " FILAS."
               END-IF
           END-PERFORM.
           IF WS-FALLA = "S"
               DISPLAY "FUSION DETENIDA EN EL PASO " WS-PASO " ("
                   FUNCTION TRIM(WS-PASO-NOMBRE) "). CORRIGE Y"
                   " VUELVE A ENTRAR PARA CONTINUAR."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "FUSION " WS-DUP-ID " EN " WS-SOB-ID
                   " DETENIDA EN EL PASO " WS-PASO " "
                   WS-PASO-NOMBRE DELIMITED BY SIZE
                   INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
               DISPLAY "FUSION TERMINADA: " WS-DUP-ID
                   " QUEDO INACTIVO APUNTANDO A " WS-SOB-ID "."
           END-IF.

       AUDITAR-PASO.
           MOVE SPACES TO WS-IMAGEN-ANTES WS-IMAGEN-DESPUES.
           STRING WS-DUP-ID " -> " WS-SOB-ID
               DELIMITED BY SIZE INTO WS-IMAGEN-ANTES.
           STRING WS-PASO-NOMBRE " " WS-MOVIDAS " FILAS"
               DELIMITED BY SIZE INTO WS-IMAGEN-DESPUES.
           MOVE SPACES TO WS-ACCION-LOG.
           STRING "FUSION-P" WS-PASO
               DELIMITED BY SIZE INTO WS-ACCION-LOG.
           PERFORM REGISTRAR-AUDITORIA.

      *    Un archivo que todavia no existe (35) no tiene nada que
      *    mover; cualquier otro error de apertura cae aqui y
      *    detiene el paso.
       VERIFICAR-APERTURA.
           DISPLAY "NO SE PUDO ABRIR " FUNCTION TRIM(WS-PASO-NOMBRE)
               " PARA LA FUSION.".
           MOVE "S" TO WS-FALLA.

      *-----------------------------------------------------------
      * Paso 1: la historia. Cada fila del duplicado se reescribe
      * con el sobreviviente en CALCHIST-CUST-ID; la clave no
      * cambia.
      *-----------------------------------------------------------
       FUSIONAR-HISTORIA.
           MOVE "CALCHIST" TO WS-PASO-NOMBRE.
           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-HIST-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-CUST-ID = WS-DUP-ID
                               MOVE WS-SOB-ID TO CALCHIST-CUST-ID
                               REWRITE CALCHIST-RECORD
                               IF WS-HIST-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Paso 2: el camino por cliente lleva el id en la clave, asi
      * que cada fila se da de alta con el sobreviviente y solo
      * entonces se borra la del duplicado. Si la corrida se corta
      * entre las dos, al repetir el alta choca (22) y solo se
      * completa el borrado.
      *-----------------------------------------------------------
       FUSIONAR-LADO-CLIENTE.
           MOVE "CALCHISTC" TO WS-PASO-NOMBRE.
           OPEN I-O HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-HISTCUST-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-FIN-LADO
               PERFORM PASAR-FILA-LADO
                   UNTIL WS-FIN-LADO = "S" OR WS-FALLA = "S"
               CLOSE HIST-CUST-FILE
           END-IF
           END-IF.

       PASAR-FILA-LADO.
           MOVE WS-DUP-ID TO HISTCUST-CUST.
           MOVE 0 TO HISTCUST-DATE.
           MOVE 0 TO HISTCUST-SEQ.
           START HIST-CUST-FILE KEY NOT < HISTCUST-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-LADO
           END-START.
           IF WS-FIN-LADO NOT = "S"
               READ HIST-CUST-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LADO
               END-READ
           END-IF.
           IF WS-FIN-LADO NOT = "S"
               AND HISTCUST-CUST NOT = WS-DUP-ID
               MOVE "S" TO WS-FIN-LADO
           END-IF.
           IF WS-FIN-LADO NOT = "S"
               MOVE HISTCUST-RECORD TO WS-HISTCUST-COPIA
               MOVE WS-SOB-ID TO HISTCUST-CUST
               WRITE HISTCUST-RECORD
               IF WS-HISTCUST-FILE-STATUS NOT = "00"
                   AND WS-HISTCUST-FILE-STATUS NOT = "22"
                   MOVE "S" TO WS-FALLA
               ELSE
                   MOVE WS-HISTCUST-COPIA TO HISTCUST-RECORD
                   DELETE HIST-CUST-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-HISTCUST-FILE-STATUS NOT = "00"
                       AND WS-HISTCUST-FILE-STATUS NOT = "23"
                       MOVE "S" TO WS-FALLA
                   ELSE
                       ADD 1 TO WS-MOVIDAS
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Paso 3: los saldos se suman en el registro del
      * sobreviviente (fecha de posteo = la mas reciente de las
      * dos) y el del duplicado se borra. La foto de ambos se
      * guarda en el control ANTES de tocar nada, y el registro
      * del sobreviviente se arma siempre desde esa foto - nunca
      * sumando sobre lo que haya - para que repetir el paso no
      * sume dos veces.
      *-----------------------------------------------------------
       FUSIONAR-SALDO.
           MOVE "CUSTBAL" TO WS-PASO-NOMBRE.
           OPEN I-O CUST-BALANCE-FILE.
           IF WS-CUSTBAL-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-CUSTBAL-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               IF FC-BAL-GUARDADO NOT = "S"
                   PERFORM GUARDAR-SALDOS
               END-IF
               IF FC-DUP-EXISTE = "S"
                   PERFORM JUNTAR-SALDOS
               END-IF
               CLOSE CUST-BALANCE-FILE
           END-IF
           END-IF.

       GUARDAR-SALDOS.
           MOVE WS-DUP-ID TO CUSTBAL-CUST.
           READ CUST-BALANCE-FILE.
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "S" TO FC-DUP-EXISTE
               MOVE CUSTBAL-FECHA-POSTEO  TO FC-DUP-FECHA
               MOVE CUSTBAL-SALDO-INICIAL TO FC-DUP-INICIAL
               MOVE CUSTBAL-MOVIMIENTO    TO FC-DUP-MOV
               MOVE CUSTBAL-SALDO-FINAL   TO FC-DUP-FINAL
           ELSE
               MOVE "N" TO FC-DUP-EXISTE
           END-IF.
           MOVE WS-SOB-ID TO CUSTBAL-CUST.
           READ CUST-BALANCE-FILE.
           IF WS-CUSTBAL-FILE-STATUS = "00"
               MOVE "S" TO FC-SOB-EXISTE
               MOVE CUSTBAL-FECHA-POSTEO  TO FC-SOB-FECHA
               MOVE CUSTBAL-SALDO-INICIAL TO FC-SOB-INICIAL
               MOVE CUSTBAL-MOVIMIENTO    TO FC-SOB-MOV
               MOVE CUSTBAL-SALDO-FINAL   TO FC-SOB-FINAL
           ELSE
               MOVE "N" TO FC-SOB-EXISTE
           END-IF.
           MOVE "S" TO FC-BAL-GUARDADO.
           PERFORM GRABAR-CONTROL.

       JUNTAR-SALDOS.
           MOVE WS-SOB-ID TO CUSTBAL-CUST.
           READ CUST-BALANCE-FILE.
           MOVE WS-SOB-ID TO CUSTBAL-CUST.
           IF FC-SOB-EXISTE = "S"
               IF FC-DUP-FECHA > FC-SOB-FECHA
                   MOVE FC-DUP-FECHA TO CUSTBAL-FECHA-POSTEO
               ELSE
                   MOVE FC-SOB-FECHA TO CUSTBAL-FECHA-POSTEO
               END-IF
               COMPUTE CUSTBAL-SALDO-INICIAL =
                   FC-SOB-INICIAL + FC-DUP-INICIAL
               COMPUTE CUSTBAL-MOVIMIENTO =
                   FC-SOB-MOV + FC-DUP-MOV
               COMPUTE CUSTBAL-SALDO-FINAL =
                   FC-SOB-FINAL + FC-DUP-FINAL
           ELSE
               MOVE FC-DUP-FECHA   TO CUSTBAL-FECHA-POSTEO
               MOVE FC-DUP-INICIAL TO CUSTBAL-SALDO-INICIAL
               MOVE FC-DUP-MOV     TO CUSTBAL-MOVIMIENTO
               MOVE FC-DUP-FINAL   TO CUSTBAL-SALDO-FINAL
               CALL "SUCURSAL-CLIENTE" USING WS-SOB-ID
                   CUSTBAL-SUCURSAL WS-SUC-PERMITIDO
           END-IF.
           IF WS-CUSTBAL-FILE-STATUS = "00"
               REWRITE CUSTBAL-RECORD
           ELSE
               WRITE CUSTBAL-RECORD
           END-IF.
           IF WS-CUSTBAL-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-FALLA
           ELSE
               MOVE WS-DUP-ID TO CUSTBAL-CUST
               DELETE CUST-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-CUSTBAL-FILE-STATUS NOT = "00"
                   AND WS-CUSTBAL-FILE-STATUS NOT = "23"
                   MOVE "S" TO WS-FALLA
               ELSE
                   MOVE 1 TO WS-MOVIDAS
               END-IF
           END-IF.

      *    Paso 4: planes de cuotas.
       FUSIONAR-PLANES.
           MOVE "CUOTMAST" TO WS-PASO-NOMBRE.
           OPEN I-O CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUOTMAST-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO CUOTMAST-CUST
                               REWRITE CUOTMAST-RECORD
                               IF WS-CUOTMAST-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTA-MASTER-FILE
           END-IF
           END-IF.

      *    Paso 5: cotizaciones, vigentes o ya convertidas.
       FUSIONAR-COTIZACIONES.
           MOVE "COTIZA" TO WS-PASO-NOMBRE.
           OPEN I-O COTIZA-FILE.
           IF WS-COTIZA-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-COTIZA-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ COTIZA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF COTIZA-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO COTIZA-CUST
                               REWRITE COTIZA-RECORD
                               IF WS-COTIZA-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIZA-FILE
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Paso 6: limite de exposicion. Si el sobreviviente ya tiene
      * limite, ese prevalece y el registro del duplicado se borra;
      * si no, el del duplicado pasa al sobreviviente.
      *-----------------------------------------------------------
       FUSIONAR-LIMITE.
           MOVE "LIMIDX" TO WS-PASO-NOMBRE.
           OPEN I-O LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-LIMIDX-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE WS-DUP-ID TO LIMIDX-CUST
               READ LIMIT-INDEX-FILE
               IF WS-LIMIDX-FILE-STATUS = "00"
                   PERFORM PASAR-LIMITE
               END-IF
               CLOSE LIMIT-INDEX-FILE
           END-IF
           END-IF.

      *    El alta del sobreviviente va antes que la baja del
      *    duplicado: cortado entre las dos, al repetir el paso el
      *    sobreviviente ya tiene limite y solo falta la baja.
       PASAR-LIMITE.
           MOVE LIMIDX-RECORD TO WS-LIM-DUP-REG.
           MOVE WS-SOB-ID TO LIMIDX-CUST.
           READ LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS NOT = "00"
               MOVE WS-LIM-DUP-REG TO LIMIDX-RECORD
               MOVE WS-SOB-ID TO LIMIDX-CUST
               WRITE LIMIDX-RECORD
               IF WS-LIMIDX-FILE-STATUS NOT = "00"
                   MOVE "S" TO WS-FALLA
               END-IF
           END-IF.
           IF WS-FALLA NOT = "S"
               MOVE WS-DUP-ID TO LIMIDX-CUST
               DELETE LIMIT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-LIMIDX-FILE-STATUS NOT = "00"
                   AND WS-LIMIDX-FILE-STATUS NOT = "23"
                   MOVE "S" TO WS-FALLA
               ELSE
                   MOVE 1 TO WS-MOVIDAS
               END-IF
           END-IF.

      *    Paso 7: excesos de umbral en la cola de trabajo.
       FUSIONAR-EXCESOS.
           MOVE "UMBRALQ" TO WS-PASO-NOMBRE.
           OPEN I-O BREACH-QUEUE-FILE.
           IF WS-BREACHQ-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-BREACHQ-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ BREACH-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BREACHQ-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO BREACHQ-CUST
                               REWRITE BREACHQ-RECORD
                               IF WS-BREACHQ-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREACH-QUEUE-FILE
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Paso 8: lo que cuelga de los planes (nivel de cobranza,
      * moras cobradas, recordatorios enviados) lleva copia del
      * cliente, y las retenciones legales del duplicado tienen
      * que seguir cubriendo sus filas ya movidas.
      *-----------------------------------------------------------
       FUSIONAR-COBRANZA.
           MOVE "COBRANZA" TO WS-PASO-NOMBRE.
           OPEN I-O AVISO-MASTER-FILE.
           IF WS-AVISO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ AVISO-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AVISO-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO AVISO-CUST
                               REWRITE AVISO-RECORD
                               IF WS-AVISO-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVISO-MASTER-FILE
           ELSE
           IF WS-AVISO-FILE-STATUS NOT = "35"
               MOVE "AVISOMAST" TO WS-PASO-NOMBRE
               PERFORM VERIFICAR-APERTURA
           END-IF
           END-IF.
           IF WS-FALLA NOT = "S"
               PERFORM FUSIONAR-MORAS
           END-IF.
           IF WS-FALLA NOT = "S"
               PERFORM FUSIONAR-RECORDATORIOS
           END-IF.
           IF WS-FALLA NOT = "S"
               PERFORM FUSIONAR-RETENCIONES
           END-IF.

       FUSIONAR-MORAS.
           OPEN I-O MORA-FILE.
           IF WS-MORA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ MORA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF MORA-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO MORA-CUST
                               REWRITE MORA-RECORD
                               IF WS-MORA-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MORA-FILE
           ELSE
           IF WS-MORA-FILE-STATUS NOT = "35"
               MOVE "MORAS" TO WS-PASO-NOMBRE
               PERFORM VERIFICAR-APERTURA
           END-IF
           END-IF.

       FUSIONAR-RECORDATORIOS.
           OPEN I-O RECORD-MASTER-FILE.
           IF WS-RECORD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ RECORD-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RECORD-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO RECORD-CUST
                               REWRITE RECORD-RECORD
                               IF WS-RECORD-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECORD-MASTER-FILE
           ELSE
           IF WS-RECORD-FILE-STATUS NOT = "35"
               MOVE "RECORDMAST" TO WS-PASO-NOMBRE
               PERFORM VERIFICAR-APERTURA
           END-IF
           END-IF.

       FUSIONAR-RETENCIONES.
           MOVE 0 TO WS-NUM-HOLDS.
           MOVE 0 TO WS-HOLD-MOVIDAS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-HOLDS = 50
                   READ HOLDS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLDS-RECORD NOT = SPACES
                               ADD 1 TO WS-NUM-HOLDS
                               MOVE HOLD-CUST TO
                                   WS-TH-CUST(WS-NUM-HOLDS)
                               MOVE HOLD-DESDE TO
                                   WS-TH-DESDE(WS-NUM-HOLDS)
                               MOVE HOLD-HASTA TO
                                   WS-TH-HASTA(WS-NUM-HOLDS)
                               IF HOLD-CUST = WS-DUP-ID
                                   MOVE WS-SOB-ID TO
                                       WS-TH-CUST(WS-NUM-HOLDS)
                                   ADD 1 TO WS-HOLD-MOVIDAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           IF WS-HOLD-MOVIDAS > 0
               OPEN OUTPUT HOLDS-FILE
               PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                       UNTIL WS-HOLD-IDX > WS-NUM-HOLDS
                   MOVE SPACES TO HOLDS-RECORD
                   MOVE WS-TH-CUST(WS-HOLD-IDX)  TO HOLD-CUST
                   MOVE WS-TH-DESDE(WS-HOLD-IDX) TO HOLD-DESDE
                   MOVE WS-TH-HASTA(WS-HOLD-IDX) TO HOLD-HASTA
                   WRITE HOLDS-RECORD
               END-PERFORM
               CLOSE HOLDS-FILE
               ADD WS-HOLD-MOVIDAS TO WS-MOVIDAS
           END-IF.

      *    Paso 9: instrucciones permanentes (cargos recurrentes).
       FUSIONAR-RECURRENTES.
           MOVE "INSTMAST" TO WS-PASO-NOMBRE.
           OPEN I-O INST-MASTER-FILE.
           IF WS-INSTMAST-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-INSTMAST-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ INST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF INST-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO INST-CUST
                               REWRITE INSTMAST-RECORD
                               IF WS-INSTMAST-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INST-MASTER-FILE
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Paso 10: direccion y contacto. Igual que el limite: si el
      * sobreviviente ya tiene direccion, esa prevalece; si no,
      * hereda la del duplicado. La del duplicado se borra.
      *-----------------------------------------------------------
       FUSIONAR-DIRECCION.
           MOVE "CUSTDIR" TO WS-PASO-NOMBRE.
           OPEN I-O CUST-DIR-FILE.
           IF WS-CUSTDIR-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-CUSTDIR-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE WS-DUP-ID TO CUSTDIR-CUST
               READ CUST-DIR-FILE
               IF WS-CUSTDIR-FILE-STATUS = "00"
                   PERFORM PASAR-DIRECCION
               END-IF
               CLOSE CUST-DIR-FILE
           END-IF
           END-IF.

       PASAR-DIRECCION.
           MOVE CUSTDIR-RECORD TO WS-DIR-DUP-REG.
           MOVE WS-SOB-ID TO CUSTDIR-CUST.
           READ CUST-DIR-FILE.
           IF WS-CUSTDIR-FILE-STATUS NOT = "00"
               MOVE WS-DIR-DUP-REG TO CUSTDIR-RECORD
               MOVE WS-SOB-ID TO CUSTDIR-CUST
               WRITE CUSTDIR-RECORD
               IF WS-CUSTDIR-FILE-STATUS NOT = "00"
                   MOVE "S" TO WS-FALLA
               END-IF
           END-IF.
           IF WS-FALLA NOT = "S"
               MOVE WS-DUP-ID TO CUSTDIR-CUST
               DELETE CUST-DIR-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF WS-CUSTDIR-FILE-STATUS NOT = "00"
                   AND WS-CUSTDIR-FILE-STATUS NOT = "23"
                   MOVE "S" TO WS-FALLA
               ELSE
                   MOVE 1 TO WS-MOVIDAS
               END-IF
           END-IF.

      *    Paso 11: casos de disputa, abiertos o ya resueltos.
       FUSIONAR-DISPUTAS.
           MOVE "DISPUTAS" TO WS-PASO-NOMBRE.
           OPEN I-O DISPUTA-FILE.
           IF WS-DISPUTA-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                   READ DISPUTA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF DISP-CUST = WS-DUP-ID
                               MOVE WS-SOB-ID TO DISP-CUST
                               REWRITE DISPUTA-RECORD
                               IF WS-DISPUTA-FILE-STATUS = "00"
                                   ADD 1 TO WS-MOVIDAS
                               ELSE
                                   MOVE "S" TO WS-FALLA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTA-FILE
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Pasos 12 y 13: notas de contacto y registro de facturas
      * son secuenciales; se copian a FUSIONTMP.TMP ya con el id
      * del sobreviviente y se copian de regreso. FC-TEMPORAL se
      * graba en "S" al terminar la primera copia: si la corrida
      * se corta durante la segunda, el temporal esta completo y
      * al continuar solo se repite la copia de regreso.
      *-----------------------------------------------------------
       FUSIONAR-NOTAS.
           MOVE "CUSTNOTA" TO WS-PASO-NOMBRE.
           IF FC-TEMPORAL NOT = "S"
               PERFORM NOTAS-A-TEMPORAL
           END-IF.
           IF WS-FALLA NOT = "S" AND FC-TEMPORAL = "S"
               PERFORM NOTAS-DE-TEMPORAL
           END-IF.

       NOTAS-A-TEMPORAL.
           OPEN INPUT CUST-NOTA-FILE.
           IF WS-CUSTNOTA-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-CUSTNOTA-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               OPEN OUTPUT TEMPORAL-FILE
               IF WS-TEMPORAL-FILE-STATUS NOT = "00"
                   PERFORM VERIFICAR-TEMPORAL
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                       READ CUST-NOTA-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF NOTA-CUST = WS-DUP-ID
                                   MOVE WS-SOB-ID TO NOTA-CUST
                                   ADD 1 TO WS-MOVIDAS
                               END-IF
                               MOVE CUSTNOTA-RECORD TO TEMPORAL-LINE
                               WRITE TEMPORAL-LINE
                               IF WS-TEMPORAL-FILE-STATUS NOT = "00"
                                   MOVE "S" TO WS-FALLA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TEMPORAL-FILE
               END-IF
               CLOSE CUST-NOTA-FILE
           END-IF
           END-IF.
           IF WS-FALLA NOT = "S" AND WS-MOVIDAS > 0
               MOVE "S" TO FC-TEMPORAL
               PERFORM GRABAR-CONTROL
           END-IF.

       NOTAS-DE-TEMPORAL.
           OPEN INPUT TEMPORAL-FILE.
           IF WS-TEMPORAL-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-TEMPORAL
           ELSE
               OPEN OUTPUT CUST-NOTA-FILE
               IF WS-CUSTNOTA-FILE-STATUS NOT = "00"
                   PERFORM VERIFICAR-APERTURA
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                       READ TEMPORAL-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE TEMPORAL-LINE TO CUSTNOTA-RECORD
                               WRITE CUSTNOTA-RECORD
                               IF WS-CUSTNOTA-FILE-STATUS NOT = "00"
                                   MOVE "S" TO WS-FALLA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUST-NOTA-FILE
               END-IF
               CLOSE TEMPORAL-FILE
           END-IF.
           IF WS-FALLA NOT = "S"
               MOVE "N" TO FC-TEMPORAL
           END-IF.

       FUSIONAR-FACTURAS.
           MOVE "FACTREG" TO WS-PASO-NOMBRE.
           IF FC-TEMPORAL NOT = "S"
               PERFORM FACTURAS-A-TEMPORAL
           END-IF.
           IF WS-FALLA NOT = "S" AND FC-TEMPORAL = "S"
               PERFORM FACTURAS-DE-TEMPORAL
           END-IF.

       FACTURAS-A-TEMPORAL.
           OPEN INPUT FACT-REG-FILE.
           IF WS-FACTREG-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-FACTREG-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               OPEN OUTPUT TEMPORAL-FILE
               IF WS-TEMPORAL-FILE-STATUS NOT = "00"
                   PERFORM VERIFICAR-TEMPORAL
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                       READ FACT-REG-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               IF FR-CUST = WS-DUP-ID
                                   MOVE WS-SOB-ID TO FR-CUST
                                   ADD 1 TO WS-MOVIDAS
                               END-IF
                               MOVE FACTREG-RECORD TO TEMPORAL-LINE
                               WRITE TEMPORAL-LINE
                               IF WS-TEMPORAL-FILE-STATUS NOT = "00"
                                   MOVE "S" TO WS-FALLA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TEMPORAL-FILE
               END-IF
               CLOSE FACT-REG-FILE
           END-IF
           END-IF.
           IF WS-FALLA NOT = "S" AND WS-MOVIDAS > 0
               MOVE "S" TO FC-TEMPORAL
               PERFORM GRABAR-CONTROL
           END-IF.

       FACTURAS-DE-TEMPORAL.
           OPEN INPUT TEMPORAL-FILE.
           IF WS-TEMPORAL-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-TEMPORAL
           ELSE
               OPEN OUTPUT FACT-REG-FILE
               IF WS-FACTREG-FILE-STATUS NOT = "00"
                   PERFORM VERIFICAR-APERTURA
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y" OR WS-FALLA = "S"
                       READ TEMPORAL-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               MOVE TEMPORAL-LINE TO FACTREG-RECORD
                               WRITE FACTREG-RECORD
                               IF WS-FACTREG-FILE-STATUS NOT = "00"
                                   MOVE "S" TO WS-FALLA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FACT-REG-FILE
               END-IF
               CLOSE TEMPORAL-FILE
           END-IF.
           IF WS-FALLA NOT = "S"
               MOVE "N" TO FC-TEMPORAL
           END-IF.

       VERIFICAR-TEMPORAL.
           DISPLAY "NO SE PUDO ABRIR FUSIONTMP.TMP ("
               WS-TEMPORAL-FILE-STATUS ") PARA LA FUSION.".
           MOVE "S" TO WS-FALLA.

      *-----------------------------------------------------------
      * Paso 14: el saldo que ARCHIVA-HISTORIA arrastro para el
      * duplicado pasa al sobreviviente, igual que su camino en el
      * paso 2: alta con el sobreviviente en la clave (el origen
      * y el corte no cambian, asi que no choca con los renglones
      * propios del sobreviviente) y luego baja del duplicado. Sin
      * este paso PRUEBA-SALDOS descuadraria al sobreviviente, cuyo
      * saldo ya incluye el del duplicado desde el paso 3.
      *-----------------------------------------------------------
       FUSIONAR-SALDO-ARCHIVADO.
           MOVE "SALDOARC" TO WS-PASO-NOMBRE.
           OPEN I-O SALDOARC-FILE.
           IF WS-SALDOARC-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-SALDOARC-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE "N" TO WS-FIN-LADO
               PERFORM PASAR-SALDO-ARCHIVADO
                   UNTIL WS-FIN-LADO = "S" OR WS-FALLA = "S"
               CLOSE SALDOARC-FILE
           END-IF
           END-IF.

       PASAR-SALDO-ARCHIVADO.
           MOVE WS-DUP-ID TO SARC-CUST.
           MOVE 0 TO SARC-ORIGEN.
           MOVE 0 TO SARC-CORTE.
           START SALDOARC-FILE KEY NOT < SARC-KEY
               INVALID KEY
                   MOVE "S" TO WS-FIN-LADO
           END-START.
           IF WS-FIN-LADO NOT = "S"
               READ SALDOARC-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIN-LADO
               END-READ
           END-IF.
           IF WS-FIN-LADO NOT = "S"
               AND SARC-CUST NOT = WS-DUP-ID
               MOVE "S" TO WS-FIN-LADO
           END-IF.
           IF WS-FIN-LADO NOT = "S"
               MOVE SALDOARC-RECORD TO WS-SALDOARC-COPIA
               MOVE WS-SOB-ID TO SARC-CUST
               WRITE SALDOARC-RECORD
               IF WS-SALDOARC-FILE-STATUS NOT = "00"
                   AND WS-SALDOARC-FILE-STATUS NOT = "22"
                   MOVE "S" TO WS-FALLA
               ELSE
                   MOVE WS-SALDOARC-COPIA TO SALDOARC-RECORD
                   DELETE SALDOARC-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF WS-SALDOARC-FILE-STATUS NOT = "00"
                       AND WS-SALDOARC-FILE-STATUS NOT = "23"
                       MOVE "S" TO WS-FALLA
                   ELSE
                       ADD 1 TO WS-MOVIDAS
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Paso 15: el duplicado queda inactivo apuntando al
      * sobreviviente, con su imagen antes/despues en la
      * auditoria, y se regenera el extracto CUSTMAST.DAT.
      *-----------------------------------------------------------
       CERRAR-DUPLICADO.
           MOVE "CUSTIDX" TO WS-PASO-NOMBRE.
           OPEN I-O CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               PERFORM VERIFICAR-APERTURA
           ELSE
               MOVE WS-DUP-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   MOVE "S" TO WS-FALLA
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-ANTES
                   MOVE "I" TO CUSTMAST-STATUS
                   MOVE WS-SOB-ID TO CUSTMAST-FUSION-ID
                   REWRITE CUSTOMER-MASTER-RECORD
                   IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                       MOVE "S" TO WS-FALLA
                   ELSE
                       MOVE CUSTOMER-MASTER-RECORD
                           TO WS-IMAGEN-DESPUES
                       MOVE "FUSION" TO WS-ACCION-LOG
                       PERFORM REGISTRAR-AUDITORIA
                       MOVE 1 TO WS-MOVIDAS
                   END-IF
               END-IF
               CLOSE CUST-INDEX-FILE
               IF WS-FALLA NOT = "S"
                   PERFORM REGENERAR-EXTRACTO
               END-IF
           END-IF.

       REGENERAR-EXTRACTO.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               OPEN OUTPUT CUSTOMER-MASTER-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUSTOMER-MASTER-RECORD
                               TO CUSTSEC-RECORD
                           WRITE CUSTSEC-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE CUST-INDEX-FILE
           END-IF.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-FILE-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SPACES TO AUDITORIA-RECORD.
           MOVE WS-SYS-DATE       TO AUD-DATE.
           MOVE WS-SYS-TIME       TO AUD-TIME.
           MOVE WS-SUP-ID         TO AUD-OPERADOR.
           MOVE WS-ACCION-LOG     TO AUD-ACCION.
           MOVE WS-IMAGEN-ANTES   TO AUD-ANTES.
           MOVE WS-IMAGEN-DESPUES TO AUD-DESPUES.
           WRITE AUDITORIA-RECORD.
           CLOSE AUDITORIA-FILE.

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
           MOVE "FUSIONA-CLIENTES" TO ERRLOG-PROGRAM
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

       END PROGRAM FUSIONA-CLIENTES.
