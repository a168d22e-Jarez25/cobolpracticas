       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORGANIZA-INDEXADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Los seis indexados se abren siempre de a uno, por eso
      *    comparten nombre dinamico y estado: el original para la
      *    descarga y REORG.NEW para la recarga y su verificacion.
           SELECT CALC-HISTORY-FILE ASSIGN TO WS-INDEXADO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-INDEXADO-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO WS-INDEXADO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-INDEXADO-FILE-STATUS.

           SELECT BREACH-QUEUE-FILE ASSIGN TO WS-INDEXADO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREACHQ-KEY
               FILE STATUS IS WS-INDEXADO-FILE-STATUS.

           SELECT POST-MASTER-FILE ASSIGN TO WS-INDEXADO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POSTMAST-ID
               FILE STATUS IS WS-INDEXADO-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO WS-INDEXADO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-INDEXADO-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO WS-INDEXADO-NOMBRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-INDEXADO-FILE-STATUS.

           SELECT DESCARGA-FILE ASSIGN TO "REORG.UNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESCARGA-FILE-STATUS.

           SELECT REORGLOG-FILE ASSIGN TO "REORGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORGLOG-FILE-STATUS.

           SELECT RUNLOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOCK-FILE-STATUS.

           SELECT TEMP-FILE ASSIGN TO "REORGTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  BREACH-QUEUE-FILE.
           COPY "UMBRALQ.cpy".

       FD  POST-MASTER-FILE.
           COPY "POSTMAST.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  DESCARGA-FILE.
       01 DESCARGA-LINE          PIC X(500).

      * Una fila por archivo reorganizado: quien, cuando, cuentas
      * y bytes antes y despues, y como termino.
       FD  REORGLOG-FILE.
       01 REORGLOG-RECORD.
           05 RLOG-FECHA         PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-HORA          PIC 9(8).
           05 FILLER             PIC X.
           05 RLOG-OPERADOR      PIC X(10).
           05 FILLER             PIC X.
           05 RLOG-ARCHIVO       PIC X(14).
           05 FILLER             PIC X.
           05 RLOG-REG-ANTES     PIC 9(7).
           05 FILLER             PIC X.
           05 RLOG-BYTES-ANTES   PIC 9(10).
           05 FILLER             PIC X.
           05 RLOG-REG-DESPUES   PIC 9(7).
           05 FILLER             PIC X.
           05 RLOG-BYTES-DESPUES PIC 9(10).
           05 FILLER             PIC X.
           05 RLOG-RESULTADO     PIC X(12).

       FD  RUNLOCK-FILE.
       01 RUNLOCK-RECORD.
           05 LOCK-DUENO         PIC X(20).
           05 FILLER             PIC X.
           05 LOCK-FECHA         PIC 9(8).
           05 FILLER             PIC X.
           05 LOCK-HORA          PIC 9(8).

       FD  TEMP-FILE.
       01 TEMP-LINE              PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-INDEXADO-NOMBRE     PIC X(20) VALUE SPACES.
       01 WS-INDEXADO-FILE-STATUS PIC XX VALUE "00".
       01 WS-DESCARGA-FILE-STATUS PIC XX VALUE "00".
       01 WS-REORGLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-RUNLOCK-FILE-STATUS PIC XX VALUE "00".
       01 WS-TEMP-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPCION              PIC 9 VALUE 0.
       01 WS-IDX                 PIC 9 VALUE 0.
       01 WS-DESDE               PIC 9 VALUE 0.
       01 WS-HASTA               PIC 9 VALUE 0.
       01 WS-OPER-ACTUAL         PIC X(10) VALUE SPACES.
       01 WS-EOF-FLAG            PIC X VALUE "N".
       01 WS-EOF-DESCARGA        PIC X VALUE "N".
       01 WS-AUSENTE             PIC X VALUE "N".
       01 WS-REGISTRO            PIC X(500) VALUE SPACES.
       01 WS-LLAVE-ACTUAL        PIC X(19) VALUE SPACES.
       01 WS-LLAVE-ANTERIOR      PIC X(19) VALUE SPACES.
       01 WS-LARGO               PIC 9(2) VALUE 0.
       01 WS-REG-ANTES           PIC 9(7) VALUE 0.
       01 WS-REG-DESPUES         PIC 9(7) VALUE 0.
       01 WS-REG-CARGADOS        PIC 9(7) VALUE 0.
       01 WS-BYTES               PIC 9(10) VALUE 0.
       01 WS-BYTES-ANTES         PIC 9(10) VALUE 0.
       01 WS-BYTES-DESPUES       PIC 9(10) VALUE 0.
       01 WS-PROBLEMAS           PIC 9(5) VALUE 0.
       01 WS-RESULTADO           PIC X(12) VALUE SPACES.
       01 WS-REORGANIZADOS       PIC 9 VALUE 0.
       01 WS-FALLIDOS            PIC 9 VALUE 0.
       01 WS-MEDIR-NOMBRE        PIC X(20) VALUE SPACES.
       01 WS-COMMAND-LINE        PIC X(120) VALUE SPACES.
       01 WS-RC-SISTEMA          PIC S9(4) VALUE 0.

      * Los indexados que se reorganizan: nombre en disco, raiz
      * del respaldo .ANT que queda del original y largo de la
      * llave primaria (toda numerica) al frente del registro.
       01 WS-TABLA-INDEXADOS.
           05 FILLER PIC X(26) VALUE "CALCHIST.DAT  CALCHIST  13".
           05 FILLER PIC X(26) VALUE "CALCHISTC.DAT CALCHISTC 19".
           05 FILLER PIC X(26) VALUE "UMBRALQ.DAT   UMBRALQ   19".
           05 FILLER PIC X(26) VALUE "POSTMAST.DAT  POSTMAST  06".
           05 FILLER PIC X(26) VALUE "CUOTMAST.DAT  CUOTMAST  09".
           05 FILLER PIC X(26) VALUE "CUSTIDX.DAT   CUSTIDX   06".
       01 WS-TABLA-INDEXADOS-R REDEFINES WS-TABLA-INDEXADOS.
           05 WS-IND-ENTRY OCCURS 6 TIMES.
               10 WS-IND-NOMBRE  PIC X(14).
               10 WS-IND-RAIZ    PIC X(10).
               10 WS-IND-LARGO   PIC 9(2).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Reorganizacion y verificacion de los archivos indexados.
      * Por cada archivo: descarga en orden de llave a REORG.UNL
      * revisando que cada registro se lea, que la llave sea
      * numerica y que ninguna se repita ni salga de orden; si
      * todo esta sano recarga en un REORG.NEW nuevo y lo relee
      * contra la descarga registro a registro. Solo con la
      * recarga verificada el original pasa a <RAIZ>.ANT y el
      * nuevo toma su nombre; ante cualquier problema el original
      * queda intacto. Informa registros y bytes antes y despues
      * (en pantalla y en REORGLOG.DAT). Toma el candado de
      * corrida para que nadie escriba mientras tanto.
      * RETURN-CODE 8 si algun archivo no se pudo reorganizar.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           DISPLAY "REORGANIZACION DE ARCHIVOS INDEXADOS".
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               DISPLAY WS-IDX ". " WS-IND-NOMBRE(WS-IDX)
           END-PERFORM.
           DISPLAY "7. TODOS".
           DISPLAY "ARCHIVO (0 = SALIR):".
           ACCEPT WS-OPCION.
           IF WS-OPCION = 0 OR WS-OPCION > 7
               GOBACK
           END-IF.
           IF WS-OPCION = 7
               MOVE 1 TO WS-DESDE
               MOVE 6 TO WS-HASTA
           ELSE
               MOVE WS-OPCION TO WS-DESDE
               MOVE WS-OPCION TO WS-HASTA
           END-IF.
           MOVE 0 TO WS-REORGANIZADOS.
           MOVE 0 TO WS-FALLIDOS.
           PERFORM TOMAR-LOCK.
           PERFORM VARYING WS-IDX FROM WS-DESDE BY 1
                   UNTIL WS-IDX > WS-HASTA
               PERFORM REORGANIZAR-ARCHIVO
           END-PERFORM.
           PERFORM SOLTAR-LOCK.
           DISPLAY " ".
           DISPLAY "REORGANIZADOS: " WS-REORGANIZADOS
               " CON PROBLEMAS: " WS-FALLIDOS.
           IF WS-FALLIDOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * Mismo candado que la corrida nocturna: mientras RUNLOCK.DAT
      * lleve nuestro nombre los interactivos no arrancan y el
      * lote tampoco. Si el programa muere a medias, LIMPIA-LOCK.
      *-----------------------------------------------------------
       TOMAR-LOCK.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN OUTPUT RUNLOCK-FILE.
           MOVE SPACES TO RUNLOCK-RECORD.
           MOVE "REORGANIZA-INDEXADOS" TO LOCK-DUENO.
           MOVE WS-SYS-DATE TO LOCK-FECHA.
           MOVE WS-SYS-TIME TO LOCK-HORA.
           WRITE RUNLOCK-RECORD.
           CLOSE RUNLOCK-FILE.

       SOLTAR-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           CLOSE RUNLOCK-FILE.

       REORGANIZAR-ARCHIVO.
           MOVE 0 TO WS-REG-ANTES.
           MOVE 0 TO WS-REG-DESPUES.
           MOVE 0 TO WS-BYTES-ANTES.
           MOVE 0 TO WS-BYTES-DESPUES.
           MOVE 0 TO WS-PROBLEMAS.
           MOVE WS-IND-LARGO(WS-IDX) TO WS-LARGO.
           DISPLAY " ".
           DISPLAY "== " WS-IND-NOMBRE(WS-IDX).
           MOVE WS-IND-NOMBRE(WS-IDX) TO WS-MEDIR-NOMBRE.
           PERFORM MEDIR-BYTES.
           MOVE WS-BYTES TO WS-BYTES-ANTES.
           PERFORM DESCARGAR-ORIGINAL.
           IF WS-AUSENTE = "S"
               DISPLAY "  NO EXISTE; NADA QUE REORGANIZAR."
               MOVE "AUSENTE" TO WS-RESULTADO
           ELSE
           IF WS-PROBLEMAS > 0
               DISPLAY "  " WS-PROBLEMAS " PROBLEMAS EN LA DESCARGA:"
                   " NO SE RECARGA Y EL ORIGINAL QUEDA INTACTO."
               MOVE "CON ERRORES" TO WS-RESULTADO
               ADD 1 TO WS-FALLIDOS
           ELSE
               PERFORM RECARGAR-NUEVO
               IF WS-PROBLEMAS = 0
                   PERFORM VERIFICAR-NUEVO
               END-IF
               IF WS-PROBLEMAS > 0
                   DISPLAY "  LA RECARGA NO VERIFICO: EL ORIGINAL"
                       " QUEDA INTACTO."
                   MOVE "NO VERIFICO" TO WS-RESULTADO
                   ADD 1 TO WS-FALLIDOS
               ELSE
                   PERFORM SUSTITUIR-ORIGINAL
               END-IF
           END-IF
           END-IF.
           IF WS-AUSENTE = "N"
               DISPLAY "  ANTES:   " WS-REG-ANTES " REGISTROS "
                   WS-BYTES-ANTES " BYTES"
               DISPLAY "  DESPUES: " WS-REG-DESPUES " REGISTROS "
                   WS-BYTES-DESPUES " BYTES"
               DISPLAY "  RESULTADO: " WS-RESULTADO
               PERFORM REGISTRAR-REORG
           END-IF.

      *-----------------------------------------------------------
      * Descarga en orden de llave. Cada registro se revisa antes
      * de pasar a REORG.UNL; un error de lectura corta la
      * descarga porque lo que sigue ya no es confiable.
      *-----------------------------------------------------------
       DESCARGAR-ORIGINAL.
           MOVE "N" TO WS-AUSENTE.
           MOVE WS-IND-NOMBRE(WS-IDX) TO WS-INDEXADO-NOMBRE.
           PERFORM ABRIR-INDEXADO-ENTRADA.
           IF WS-INDEXADO-FILE-STATUS = "35"
               MOVE "S" TO WS-AUSENTE
           ELSE
           IF WS-INDEXADO-FILE-STATUS NOT = "00"
               DISPLAY "  NO SE PUDO ABRIR (ESTADO "
                   WS-INDEXADO-FILE-STATUS ")."
               ADD 1 TO WS-PROBLEMAS
           ELSE
               OPEN OUTPUT DESCARGA-FILE
               MOVE LOW-VALUES TO WS-LLAVE-ANTERIOR
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM LEER-INDEXADO
                   IF WS-EOF-FLAG = "N"
                       ADD 1 TO WS-REG-ANTES
                       PERFORM REVISAR-LLAVE
                       MOVE WS-REGISTRO TO DESCARGA-LINE
                       WRITE DESCARGA-LINE
                   END-IF
               END-PERFORM
               CLOSE DESCARGA-FILE
               PERFORM CERRAR-INDEXADO
           END-IF
           END-IF.

       REVISAR-LLAVE.
           IF WS-LLAVE-ACTUAL(1:WS-LARGO) IS NOT NUMERIC
               ADD 1 TO WS-PROBLEMAS
               DISPLAY "  LLAVE NO NUMERICA EN EL REGISTRO "
                   WS-REG-ANTES ": " WS-LLAVE-ACTUAL(1:WS-LARGO)
           ELSE
           IF WS-LLAVE-ACTUAL(1:WS-LARGO)
                   = WS-LLAVE-ANTERIOR(1:WS-LARGO)
               ADD 1 TO WS-PROBLEMAS
               DISPLAY "  LLAVE DUPLICADA: "
                   WS-LLAVE-ACTUAL(1:WS-LARGO)
           ELSE
           IF WS-LLAVE-ACTUAL(1:WS-LARGO)
                   < WS-LLAVE-ANTERIOR(1:WS-LARGO)
               ADD 1 TO WS-PROBLEMAS
               DISPLAY "  LLAVE FUERA DE ORDEN: "
                   WS-LLAVE-ACTUAL(1:WS-LARGO) " TRAS "
                   WS-LLAVE-ANTERIOR(1:WS-LARGO)
           END-IF
           END-IF
           END-IF.
           MOVE WS-LLAVE-ACTUAL TO WS-LLAVE-ANTERIOR.

      *-----------------------------------------------------------
      * Recarga de REORG.UNL a un REORG.NEW nuevo. Con acceso
      * secuencial el WRITE exige llaves ascendentes, de modo que
      * la recarga repite la revision de orden de la descarga.
      *-----------------------------------------------------------
       RECARGAR-NUEVO.
           MOVE 0 TO WS-REG-CARGADOS.
           MOVE "REORG.NEW" TO WS-INDEXADO-NOMBRE.
           PERFORM ABRIR-INDEXADO-SALIDA.
           IF WS-INDEXADO-FILE-STATUS NOT = "00"
               DISPLAY "  NO SE PUDO CREAR REORG.NEW (ESTADO "
                   WS-INDEXADO-FILE-STATUS ")."
               ADD 1 TO WS-PROBLEMAS
           ELSE
               OPEN INPUT DESCARGA-FILE
               MOVE "N" TO WS-EOF-DESCARGA
               PERFORM UNTIL WS-EOF-DESCARGA = "Y"
                   READ DESCARGA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DESCARGA
                       NOT AT END
                           MOVE DESCARGA-LINE TO WS-REGISTRO
                           PERFORM ESCRIBIR-INDEXADO
                   END-READ
               END-PERFORM
               CLOSE DESCARGA-FILE
               PERFORM CERRAR-INDEXADO
               IF WS-REG-CARGADOS NOT = WS-REG-ANTES
                   DISPLAY "  SE CARGARON " WS-REG-CARGADOS
                       " DE " WS-REG-ANTES " REGISTROS."
                   ADD 1 TO WS-PROBLEMAS
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Relectura de REORG.NEW en orden de llave contra la
      * descarga: mismo registro en la misma posicion y la misma
      * cuenta al final.
      *-----------------------------------------------------------
       VERIFICAR-NUEVO.
           MOVE "REORG.NEW" TO WS-INDEXADO-NOMBRE.
           PERFORM ABRIR-INDEXADO-ENTRADA.
           IF WS-INDEXADO-FILE-STATUS NOT = "00"
               DISPLAY "  NO SE PUDO RELEER REORG.NEW (ESTADO "
                   WS-INDEXADO-FILE-STATUS ")."
               ADD 1 TO WS-PROBLEMAS
           ELSE
               OPEN INPUT DESCARGA-FILE
               MOVE "N" TO WS-EOF-FLAG
               MOVE "N" TO WS-EOF-DESCARGA
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM LEER-INDEXADO
                   READ DESCARGA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DESCARGA
                   END-READ
                   PERFORM COMPARAR-REGISTRO
               END-PERFORM
               CLOSE DESCARGA-FILE
               PERFORM CERRAR-INDEXADO
               IF WS-REG-DESPUES NOT = WS-REG-ANTES
                   DISPLAY "  LA RELECTURA DA " WS-REG-DESPUES
                       " DE " WS-REG-ANTES " REGISTROS."
                   ADD 1 TO WS-PROBLEMAS
               END-IF
           END-IF.
           MOVE "REORG.NEW" TO WS-MEDIR-NOMBRE.
           PERFORM MEDIR-BYTES.
           MOVE WS-BYTES TO WS-BYTES-DESPUES.

       COMPARAR-REGISTRO.
           IF WS-EOF-FLAG = "Y"
               IF WS-EOF-DESCARGA = "N"
                   ADD 1 TO WS-PROBLEMAS
               END-IF
           ELSE
               ADD 1 TO WS-REG-DESPUES
               IF WS-EOF-DESCARGA = "Y"
                   ADD 1 TO WS-PROBLEMAS
                   DISPLAY "  REGISTRO DE MAS EN REORG.NEW: "
                       WS-LLAVE-ACTUAL(1:WS-LARGO)
               ELSE
               IF DESCARGA-LINE NOT = WS-REGISTRO
                   ADD 1 TO WS-PROBLEMAS
                   DISPLAY "  REGISTRO DISTINTO EN REORG.NEW: "
                       WS-LLAVE-ACTUAL(1:WS-LARGO)
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Con la recarga verificada: el original queda como
      * <RAIZ>.ANT (hasta la siguiente reorganizacion) y REORG.NEW
      * toma su nombre. Se confirma midiendo el archivo ya en su
      * lugar contra lo medido en REORG.NEW.
      *-----------------------------------------------------------
       SUSTITUIR-ORIGINAL.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "mv -f " DELIMITED BY SIZE
                  WS-IND-NOMBRE(WS-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-IND-RAIZ(WS-IDX) DELIMITED BY SPACE
                  ".ANT && mv -f REORG.NEW " DELIMITED BY SIZE
                  WS-IND-NOMBRE(WS-IDX) DELIMITED BY SPACE
               INTO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           MOVE RETURN-CODE TO WS-RC-SISTEMA.
           MOVE WS-IND-NOMBRE(WS-IDX) TO WS-MEDIR-NOMBRE.
           PERFORM MEDIR-BYTES.
           IF WS-RC-SISTEMA NOT = 0
               OR WS-BYTES NOT = WS-BYTES-DESPUES
               DISPLAY "  NO SE PUDO PONER REORG.NEW EN LUGAR DE "
                   WS-IND-NOMBRE(WS-IDX)
               DISPLAY "  EL ORIGINAL ESTA EN "
                   WS-IND-RAIZ(WS-IDX) ".ANT; REVISAR A MANO."
               MOVE "SIN SUSTITUIR" TO WS-RESULTADO
               ADD 1 TO WS-FALLIDOS
           ELSE
               MOVE "REORGANIZADO" TO WS-RESULTADO
               ADD 1 TO WS-REORGANIZADOS
           END-IF.

      *    wc -c deja el numero en REORGTMP.DAT; un archivo ausente
      *    deja el temporal vacio y los bytes quedan en cero.
       MEDIR-BYTES.
           MOVE 0 TO WS-BYTES.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING "wc -c < " DELIMITED BY SIZE
                  WS-MEDIR-NOMBRE DELIMITED BY SPACE
                  " > REORGTMP.DAT 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMMAND-LINE.
           CALL "SYSTEM" USING WS-COMMAND-LINE.
           OPEN INPUT TEMP-FILE.
           IF WS-TEMP-FILE-STATUS = "00"
               READ TEMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TEST-NUMVAL(TEMP-LINE) = 0
                           COMPUTE WS-BYTES =
                               FUNCTION NUMVAL(TEMP-LINE)
                       END-IF
               END-READ
               CLOSE TEMP-FILE
           END-IF.

       REGISTRAR-REORG.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND REORGLOG-FILE.
           IF WS-REORGLOG-FILE-STATUS = "35"
               OPEN OUTPUT REORGLOG-FILE
           END-IF.
           MOVE SPACES TO REORGLOG-RECORD.
           MOVE WS-SYS-DATE           TO RLOG-FECHA.
           MOVE WS-SYS-TIME           TO RLOG-HORA.
           MOVE WS-OPER-ACTUAL        TO RLOG-OPERADOR.
           MOVE WS-IND-NOMBRE(WS-IDX) TO RLOG-ARCHIVO.
           MOVE WS-REG-ANTES          TO RLOG-REG-ANTES.
           MOVE WS-BYTES-ANTES        TO RLOG-BYTES-ANTES.
           MOVE WS-REG-DESPUES        TO RLOG-REG-DESPUES.
           MOVE WS-BYTES-DESPUES      TO RLOG-BYTES-DESPUES.
           MOVE WS-RESULTADO          TO RLOG-RESULTADO.
           WRITE REORGLOG-RECORD.
           CLOSE REORGLOG-FILE.

      *-----------------------------------------------------------
      * Acceso a los seis indexados por su propio FD. LEER deja
      * el registro en WS-REGISTRO y su llave en WS-LLAVE-ACTUAL;
      * ESCRIBIR toma el registro de WS-REGISTRO.
      *-----------------------------------------------------------
       ABRIR-INDEXADO-ENTRADA.
           EVALUATE WS-IDX
               WHEN 1
                   OPEN INPUT CALC-HISTORY-FILE
               WHEN 2
                   OPEN INPUT HIST-CUST-FILE
               WHEN 3
                   OPEN INPUT BREACH-QUEUE-FILE
               WHEN 4
                   OPEN INPUT POST-MASTER-FILE
               WHEN 5
                   OPEN INPUT CUOTA-MASTER-FILE
               WHEN 6
                   OPEN INPUT CUST-INDEX-FILE
           END-EVALUATE.

       ABRIR-INDEXADO-SALIDA.
           EVALUATE WS-IDX
               WHEN 1
                   OPEN OUTPUT CALC-HISTORY-FILE
               WHEN 2
                   OPEN OUTPUT HIST-CUST-FILE
               WHEN 3
                   OPEN OUTPUT BREACH-QUEUE-FILE
               WHEN 4
                   OPEN OUTPUT POST-MASTER-FILE
               WHEN 5
                   OPEN OUTPUT CUOTA-MASTER-FILE
               WHEN 6
                   OPEN OUTPUT CUST-INDEX-FILE
           END-EVALUATE.

       CERRAR-INDEXADO.
           EVALUATE WS-IDX
               WHEN 1
                   CLOSE CALC-HISTORY-FILE
               WHEN 2
                   CLOSE HIST-CUST-FILE
               WHEN 3
                   CLOSE BREACH-QUEUE-FILE
               WHEN 4
                   CLOSE POST-MASTER-FILE
               WHEN 5
                   CLOSE CUOTA-MASTER-FILE
               WHEN 6
                   CLOSE CUST-INDEX-FILE
           END-EVALUATE.

       LEER-INDEXADO.
           MOVE SPACES TO WS-REGISTRO.
           EVALUATE WS-IDX
               WHEN 1
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   MOVE CALCHIST-RECORD TO WS-REGISTRO
               WHEN 2
                   READ HIST-CUST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   MOVE HISTCUST-RECORD TO WS-REGISTRO
               WHEN 3
                   READ BREACH-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   MOVE BREACHQ-RECORD TO WS-REGISTRO
               WHEN 4
                   READ POST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   MOVE POSTMAST-RECORD TO WS-REGISTRO
               WHEN 5
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   MOVE CUOTMAST-RECORD TO WS-REGISTRO
               WHEN 6
                   READ CUST-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   MOVE CUSTOMER-MASTER-RECORD TO WS-REGISTRO
           END-EVALUATE.
           IF WS-EOF-FLAG = "N"
               AND WS-INDEXADO-FILE-STATUS NOT = "00"
               DISPLAY "  ERROR DE LECTURA (ESTADO "
                   WS-INDEXADO-FILE-STATUS ") TRAS LA LLAVE "
                   WS-LLAVE-ANTERIOR(1:WS-LARGO)
               ADD 1 TO WS-PROBLEMAS
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           MOVE WS-REGISTRO(1:WS-LARGO) TO WS-LLAVE-ACTUAL.

       ESCRIBIR-INDEXADO.
           EVALUATE WS-IDX
               WHEN 1
                   MOVE WS-REGISTRO TO CALCHIST-RECORD
                   WRITE CALCHIST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROBLEMAS
                       NOT INVALID KEY
                           ADD 1 TO WS-REG-CARGADOS
                   END-WRITE
               WHEN 2
                   MOVE WS-REGISTRO TO HISTCUST-RECORD
                   WRITE HISTCUST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROBLEMAS
                       NOT INVALID KEY
                           ADD 1 TO WS-REG-CARGADOS
                   END-WRITE
               WHEN 3
                   MOVE WS-REGISTRO TO BREACHQ-RECORD
                   WRITE BREACHQ-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROBLEMAS
                       NOT INVALID KEY
                           ADD 1 TO WS-REG-CARGADOS
                   END-WRITE
               WHEN 4
                   MOVE WS-REGISTRO TO POSTMAST-RECORD
                   WRITE POSTMAST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROBLEMAS
                       NOT INVALID KEY
                           ADD 1 TO WS-REG-CARGADOS
                   END-WRITE
               WHEN 5
                   MOVE WS-REGISTRO TO CUOTMAST-RECORD
                   WRITE CUOTMAST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROBLEMAS
                       NOT INVALID KEY
                           ADD 1 TO WS-REG-CARGADOS
                   END-WRITE
               WHEN 6
                   MOVE WS-REGISTRO TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-PROBLEMAS
                       NOT INVALID KEY
                           ADD 1 TO WS-REG-CARGADOS
                   END-WRITE
           END-EVALUATE.

       END PROGRAM REORGANIZA-INDEXADOS.
