       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-MAESTROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cada maestro se lee con su largo anterior bajo el nombre
      *    vivo y se escribe con el largo actual en <RAIZ>.NEW.
           SELECT CUOTA-ANTERIOR-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTANT-KEY
               FILE STATUS IS WS-ANTERIOR-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-NUEVO-FILE-STATUS.

           SELECT HIST-ANTERIOR-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HISTANT-KEY
               FILE STATUS IS WS-ANTERIOR-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-NUEVO-FILE-STATUS.

           SELECT SALDO-ANTERIOR-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SALDOANT-CUST
               FILE STATUS IS WS-ANTERIOR-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-NUEVO-FILE-STATUS.

           SELECT CLIENTE-ANTERIOR-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLIENTEANT-ID
               FILE STATUS IS WS-ANTERIOR-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO WS-CLIENTES-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-NUEVO-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT POST-ANTERIOR-FILE ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POSTANT-ID
               FILE STATUS IS WS-ANTERIOR-FILE-STATUS.

           SELECT POST-MASTER-FILE ASSIGN TO "POSTMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POSTMAST-ID
               FILE STATUS IS WS-NUEVO-FILE-STATUS.

           SELECT RUNLOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Largos anteriores: solo la llave al frente y el resto del
      * registro tal cual; los campos nuevos van siempre al final,
      * asi que el registro viejo es el principio del actual.
       FD  CUOTA-ANTERIOR-FILE.
       01 CUOTANT-RECORD.
           05 CUOTANT-KEY           PIC X(9).
           05 CUOTANT-RESTO         PIC X(45).

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  HIST-ANTERIOR-FILE.
       01 HISTANT-RECORD.
           05 HISTANT-KEY           PIC X(13).
           05 HISTANT-RESTO         PIC X(99).

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  SALDO-ANTERIOR-FILE.
       01 SALDOANT-RECORD.
           05 SALDOANT-CUST         PIC X(6).
           05 SALDOANT-RESTO        PIC X(53).

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  CLIENTE-ANTERIOR-FILE.
       01 CLIENTEANT-RECORD.
           05 CLIENTEANT-ID         PIC X(6).
           05 CLIENTEANT-RESTO      PIC X(21).

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy"
               REPLACING ==CUSTOMER-MASTER-RECORD==
                   BY ==CUSTSEC-RECORD==
               LEADING ==CUSTMAST== BY ==CUSTSEC==.

       FD  POST-ANTERIOR-FILE.
       01 POSTANT-RECORD.
           05 POSTANT-ID            PIC X(6).
           05 POSTANT-RESTO         PIC X(322).

       FD  POST-MASTER-FILE.
           COPY "POSTMAST.cpy".

       FD  RUNLOCK-FILE.
       01 RUNLOCK-RECORD.
           05 LOCK-DUENO         PIC X(20).
           05 FILLER             PIC X.
           05 LOCK-FECHA         PIC 9(8).
           05 FILLER             PIC X.
           05 LOCK-HORA          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-ANTERIOR-FILE-STATUS  PIC XX VALUE "00".
       01 WS-NUEVO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUSTMAST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RUNLOCK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-AUSENTE               PIC X VALUE "N".
       01 WS-PROBLEMAS             PIC 9(5) VALUE 0.
       01 WS-LEIDOS                PIC 9(7) VALUE 0.
       01 WS-ESCRITOS              PIC 9(7) VALUE 0.
       01 WS-VERIFICADOS           PIC 9(7) VALUE 0.
       01 WS-CONVERTIDOS           PIC 9 VALUE 0.
       01 WS-FALLIDOS              PIC 9 VALUE 0.
       01 WS-CONVERTIDOS-ANTES     PIC 9 VALUE 0.
       01 WS-SUCURSAL-DEFECTO      PIC X(3) VALUE "001".
       01 WS-ARCHIVO-NOMBRE        PIC X(14) VALUE SPACES.
       01 WS-ARCHIVO-RAIZ          PIC X(10) VALUE SPACES.
       01 WS-CLIENTES-NOMBRE       PIC X(20) VALUE SPACES.
       01 WS-COMMAND-LINE          PIC X(120) VALUE SPACES.
       01 WS-RC-SISTEMA            PIC S9(4) VALUE 0.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Conversion unica de los maestros indexados al largo de
      * registro actual: CUOTMAST.DAT (fecha de contrato),
      * CALCHIST.DAT (plazo y sucursal), CUSTBAL.DAT (sucursal),
      * CUSTIDX.DAT (id de fusion y sucursal) y POSTMAST.DAT
      * (estado y fechas de conciliacion). Un indexado no se
      * abre con otro largo, asi que cada uno se lee con su FD
      * anterior y se escribe completo en <RAIZ>.NEW con los
      * campos nuevos en su valor por omision: sucursal "001",
      * plazo cero, fecha de contrato = vencimiento, sin fusion y
      * post vigente. Se relee el nuevo y solo si la cuenta cuadra
      * con lo leido el original pasa a <RAIZ>.ANT y el nuevo toma
      * su nombre, como en REORGANIZA-INDEXADOS. Un archivo que ya
      * tiene el largo actual no abre con el anterior y queda
      * intacto. Al final se rehace el extracto CUSTMAST.DAT.
      * Corre antes de CONVIERTE-SUCURSALES, bajo el candado de
      * corrida. RETURN-CODE 8 si algun archivo no se convirtio.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           MOVE 0 TO WS-CONVERTIDOS.
           MOVE 0 TO WS-FALLIDOS.
           PERFORM TOMAR-LOCK.
           PERFORM CONVERTIR-CUOTAS.
           PERFORM CONVERTIR-HISTORIA.
           PERFORM CONVERTIR-SALDOS.
           PERFORM CONVERTIR-CLIENTES.
           PERFORM CONVERTIR-POSTS.
           PERFORM SOLTAR-LOCK.
           DISPLAY " ".
           DISPLAY "CONVERTIDOS: " WS-CONVERTIDOS
               " CON PROBLEMAS: " WS-FALLIDOS.
           IF WS-FALLIDOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       TOMAR-LOCK.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN OUTPUT RUNLOCK-FILE.
           MOVE SPACES TO RUNLOCK-RECORD.
           MOVE "CONVIERTE-MAESTROS" TO LOCK-DUENO.
           MOVE WS-SYS-DATE TO LOCK-FECHA.
           MOVE WS-SYS-TIME TO LOCK-HORA.
           WRITE RUNLOCK-RECORD.
           CLOSE RUNLOCK-FILE.

       SOLTAR-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           CLOSE RUNLOCK-FILE.

       INICIAR-ARCHIVO.
           MOVE "N" TO WS-AUSENTE.
           MOVE 0 TO WS-PROBLEMAS.
           MOVE 0 TO WS-LEIDOS.
           MOVE 0 TO WS-ESCRITOS.
           MOVE 0 TO WS-VERIFICADOS.
           DISPLAY " ".
           DISPLAY "== " WS-ARCHIVO-NOMBRE.

      *    Un 35 es un archivo que esta instalacion no usa; otro
      *    estado (39 = el largo ya no es el anterior) deja el
      *    archivo como esta.
       REVISAR-APERTURA.
           IF WS-ANTERIOR-FILE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
           IF WS-ANTERIOR-FILE-STATUS NOT = "00"
               DISPLAY "  NO SE PUDO ABRIR CON EL LARGO ANTERIOR"
                   " (ESTADO " WS-ANTERIOR-FILE-STATUS "); YA"
                   " CONVERTIDO O DANADO, NO SE TOCA."
               ADD 1 TO WS-PROBLEMAS
           END-IF
           END-IF.

       ESCRIBIR-NUEVO-REVISADO.
           IF WS-NUEVO-FILE-STATUS = "00"
               ADD 1 TO WS-ESCRITOS
           ELSE
               ADD 1 TO WS-PROBLEMAS
               DISPLAY "  ERROR " WS-NUEVO-FILE-STATUS
                   " ESCRIBIENDO EL REGISTRO " WS-LEIDOS
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

      *-----------------------------------------------------------
      * Cierre de cada archivo: si falto algo en la escritura o
      * en la relectura el original queda intacto y el .NEW se
      * deja para revisarlo; si no, se pone en su lugar.
      *-----------------------------------------------------------
       TERMINAR-ARCHIVO.
           IF WS-AUSENTE = "S"
               DISPLAY "  NO EXISTE; NADA QUE CONVERTIR."
           ELSE
               DISPLAY "  LEIDOS:      " WS-LEIDOS
               DISPLAY "  ESCRITOS:    " WS-ESCRITOS
               DISPLAY "  VERIFICADOS: " WS-VERIFICADOS
               IF WS-PROBLEMAS = 0
                   AND (WS-ESCRITOS NOT = WS-LEIDOS
                        OR WS-VERIFICADOS NOT = WS-LEIDOS)
                   DISPLAY "  LAS CUENTAS NO COINCIDEN."
                   ADD 1 TO WS-PROBLEMAS
               END-IF
               IF WS-PROBLEMAS > 0
                   DISPLAY "  NO CONVERTIDO: EL ORIGINAL QUEDA"
                       " INTACTO."
                   ADD 1 TO WS-FALLIDOS
               ELSE
                   PERFORM SUSTITUIR-ORIGINAL
               END-IF
           END-IF.

       SUSTITUIR-ORIGINAL.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "mv -f " DELIMITED BY SIZE
                  WS-ARCHIVO-NOMBRE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ARCHIVO-RAIZ DELIMITED BY SPACE
                  ".ANT && mv -f " DELIMITED BY SIZE
                  WS-ARCHIVO-RAIZ DELIMITED BY SPACE
                  ".NEW " DELIMITED BY SIZE
                  WS-ARCHIVO-NOMBRE DELIMITED BY SPACE
               INTO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           MOVE RETURN-CODE TO WS-RC-SISTEMA.
           IF WS-RC-SISTEMA NOT = 0
               DISPLAY "  NO SE PUDO PONER "
                   FUNCTION TRIM(WS-ARCHIVO-RAIZ) ".NEW EN LUGAR DE "
                   WS-ARCHIVO-NOMBRE
               DISPLAY "  REVISAR A MANO "
                   FUNCTION TRIM(WS-ARCHIVO-RAIZ) ".ANT Y "
                   FUNCTION TRIM(WS-ARCHIVO-RAIZ) ".NEW."
               ADD 1 TO WS-FALLIDOS
           ELSE
               DISPLAY "  CONVERTIDO; EL ORIGINAL QUEDA EN "
                   FUNCTION TRIM(WS-ARCHIVO-RAIZ) ".ANT."
               ADD 1 TO WS-CONVERTIDOS
           END-IF.

      *    Planes de cuotas: la fecha de contrato es la misma
      *    fecha de vencimiento con que se dio de alta la cuota.
       CONVERTIR-CUOTAS.
           MOVE "CUOTMAST.DAT" TO WS-ARCHIVO-NOMBRE.
           MOVE "CUOTMAST" TO WS-ARCHIVO-RAIZ.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT CUOTA-ANTERIOR-FILE.
           PERFORM REVISAR-APERTURA.
           IF WS-ANTERIOR-FILE-STATUS = "00"
               OPEN OUTPUT CUOTA-MASTER-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUOTA-ANTERIOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           MOVE CUOTANT-RECORD TO CUOTMAST-RECORD
                           MOVE CUOTMAST-FECHA-VENC
                               TO CUOTMAST-FECHA-CONTR
                           WRITE CUOTMAST-RECORD
                           PERFORM ESCRIBIR-NUEVO-REVISADO
                   END-READ
               END-PERFORM
               CLOSE CUOTA-MASTER-FILE
               CLOSE CUOTA-ANTERIOR-FILE
               OPEN INPUT CUOTA-MASTER-FILE
               IF WS-NUEVO-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CUOTA-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-VERIFICADOS
                       END-READ
                   END-PERFORM
                   CLOSE CUOTA-MASTER-FILE
               END-IF
           END-IF.
           PERFORM TERMINAR-ARCHIVO.

       CONVERTIR-HISTORIA.
           MOVE "CALCHIST.DAT" TO WS-ARCHIVO-NOMBRE.
           MOVE "CALCHIST" TO WS-ARCHIVO-RAIZ.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT HIST-ANTERIOR-FILE.
           PERFORM REVISAR-APERTURA.
           IF WS-ANTERIOR-FILE-STATUS = "00"
               OPEN OUTPUT CALC-HISTORY-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HIST-ANTERIOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           MOVE HISTANT-RECORD TO CALCHIST-RECORD
                           MOVE 0 TO CALCHIST-PLAZO
                           MOVE WS-SUCURSAL-DEFECTO
                               TO CALCHIST-SUCURSAL
                           WRITE CALCHIST-RECORD
                           PERFORM ESCRIBIR-NUEVO-REVISADO
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
               CLOSE HIST-ANTERIOR-FILE
               OPEN INPUT CALC-HISTORY-FILE
               IF WS-NUEVO-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CALC-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-VERIFICADOS
                       END-READ
                   END-PERFORM
                   CLOSE CALC-HISTORY-FILE
               END-IF
           END-IF.
           PERFORM TERMINAR-ARCHIVO.

       CONVERTIR-SALDOS.
           MOVE "CUSTBAL.DAT" TO WS-ARCHIVO-NOMBRE.
           MOVE "CUSTBAL" TO WS-ARCHIVO-RAIZ.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT SALDO-ANTERIOR-FILE.
           PERFORM REVISAR-APERTURA.
           IF WS-ANTERIOR-FILE-STATUS = "00"
               OPEN OUTPUT CUST-BALANCE-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SALDO-ANTERIOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           MOVE SALDOANT-RECORD TO CUSTBAL-RECORD
                           MOVE WS-SUCURSAL-DEFECTO
                               TO CUSTBAL-SUCURSAL
                           WRITE CUSTBAL-RECORD
                           PERFORM ESCRIBIR-NUEVO-REVISADO
                   END-READ
               END-PERFORM
               CLOSE CUST-BALANCE-FILE
               CLOSE SALDO-ANTERIOR-FILE
               OPEN INPUT CUST-BALANCE-FILE
               IF WS-NUEVO-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CUST-BALANCE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-VERIFICADOS
                       END-READ
                   END-PERFORM
                   CLOSE CUST-BALANCE-FILE
               END-IF
           END-IF.
           PERFORM TERMINAR-ARCHIVO.

      *    Clientes: el indexado nuevo se escribe en CUSTIDX.NEW y,
      *    ya en su lugar, de el se rehace el extracto secuencial.
       CONVERTIR-CLIENTES.
           MOVE "CUSTIDX.DAT" TO WS-ARCHIVO-NOMBRE.
           MOVE "CUSTIDX" TO WS-ARCHIVO-RAIZ.
           MOVE "CUSTIDX.NEW" TO WS-CLIENTES-NOMBRE.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT CLIENTE-ANTERIOR-FILE.
           PERFORM REVISAR-APERTURA.
           IF WS-ANTERIOR-FILE-STATUS = "00"
               OPEN OUTPUT CUST-INDEX-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CLIENTE-ANTERIOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           MOVE CLIENTEANT-RECORD
                               TO CUSTOMER-MASTER-RECORD
                           MOVE 0 TO CUSTMAST-FUSION-ID
                           MOVE WS-SUCURSAL-DEFECTO
                               TO CUSTMAST-SUCURSAL
                           WRITE CUSTOMER-MASTER-RECORD
                           PERFORM ESCRIBIR-NUEVO-REVISADO
                   END-READ
               END-PERFORM
               CLOSE CUST-INDEX-FILE
               CLOSE CLIENTE-ANTERIOR-FILE
               OPEN INPUT CUST-INDEX-FILE
               IF WS-NUEVO-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ CUST-INDEX-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-VERIFICADOS
                       END-READ
                   END-PERFORM
                   CLOSE CUST-INDEX-FILE
               END-IF
           END-IF.
           MOVE WS-CONVERTIDOS TO WS-CONVERTIDOS-ANTES.
           PERFORM TERMINAR-ARCHIVO.
           IF WS-CONVERTIDOS > WS-CONVERTIDOS-ANTES
               PERFORM REGENERAR-EXTRACTO
           END-IF.

       REGENERAR-EXTRACTO.
           MOVE "CUSTIDX.DAT" TO WS-CLIENTES-NOMBRE.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-NUEVO-FILE-STATUS = "00"
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
               DISPLAY "  EXTRACTO CUSTMAST.DAT REGENERADO."
           END-IF.

      *    Posts: todos los que existen estan vigentes; las fechas
      *    de conciliacion quedan en cero hasta la siguiente lista
      *    completa de CARGA-POSTS.
       CONVERTIR-POSTS.
           MOVE "POSTMAST.DAT" TO WS-ARCHIVO-NOMBRE.
           MOVE "POSTMAST" TO WS-ARCHIVO-RAIZ.
           PERFORM INICIAR-ARCHIVO.
           OPEN INPUT POST-ANTERIOR-FILE.
           PERFORM REVISAR-APERTURA.
           IF WS-ANTERIOR-FILE-STATUS = "00"
               OPEN OUTPUT POST-MASTER-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ POST-ANTERIOR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LEIDOS
                           MOVE POSTANT-RECORD TO POSTMAST-RECORD
                           MOVE "V" TO POSTMAST-ESTADO
                           MOVE 0 TO POSTMAST-RETIRO-FECHA
                                     POSTMAST-VISTO-FECHA
                                     POSTMAST-VISTO-HORA
                           WRITE POSTMAST-RECORD
                           PERFORM ESCRIBIR-NUEVO-REVISADO
                   END-READ
               END-PERFORM
               CLOSE POST-MASTER-FILE
               CLOSE POST-ANTERIOR-FILE
               OPEN INPUT POST-MASTER-FILE
               IF WS-NUEVO-FILE-STATUS = "00"
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ POST-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-VERIFICADOS
                       END-READ
                   END-PERFORM
                   CLOSE POST-MASTER-FILE
               END-IF
           END-IF.
           PERFORM TERMINAR-ARCHIVO.

       END PROGRAM CONVIERTE-MAESTROS.
