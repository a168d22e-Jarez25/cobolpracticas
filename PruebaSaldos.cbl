       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRUEBA-SALDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT SALDOARC-FILE ASSIGN TO "SALDOARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SARC-KEY
               FILE STATUS IS WS-SALDOARC-FILE-STATUS.

           SELECT DESCSAL-FILE ASSIGN TO "DESCSAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DESC-CUST
               FILE STATUS IS WS-DESCSAL-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  SALDOARC-FILE.
           COPY "SALDOARC.cpy".

       FD  DESCSAL-FILE.
           COPY "DESCSAL.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTBAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-DESCSAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-SALDOARC-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HAY-SALDOARC           PIC X VALUE "N".
       01 WS-FIN-ARRASTRE           PIC X VALUE "N".
       01 WS-TIENE-ARRASTRE         PIC X VALUE "N".
       01 WS-SUMA-ARRASTRE          PIC S9(13)V99 VALUE 0.
       01 WS-EOF-SALDO              PIC X VALUE "N".
       01 WS-EOF-HIST               PIC X VALUE "N".
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-CUST-ACTUAL            PIC 9(6) VALUE 0.
       01 WS-TIENE-SALDO            PIC X VALUE "N".
       01 WS-FECHA-HASTA            PIC 9(8) VALUE 0.
       01 WS-PRIMERA-HIST           PIC 9(8) VALUE 0.
       01 WS-LIBRO-INICIAL          PIC S9(13)V99 VALUE 0.
       01 WS-LIBRO-FINAL            PIC S9(13)V99 VALUE 0.
       01 WS-SUMA-PREVIA            PIC S9(13)V99 VALUE 0.
       01 WS-SUMA-DIA               PIC S9(13)V99 VALUE 0.
       01 WS-SUMA-HIST              PIC S9(13)V99 VALUE 0.
       01 WS-DIFERENCIA             PIC S9(13)V99 VALUE 0.
       01 WS-PROBADOS               PIC 9(6) VALUE 0.
       01 WS-CUADRADOS              PIC 9(6) VALUE 0.
       01 WS-DESCUADRADOS           PIC 9(6) VALUE 0.
       01 WS-NUEVOS                 PIC 9(6) VALUE 0.
       01 WS-RESUELTOS              PIC 9(6) VALUE 0.
       01 WS-TOTAL-DIFERENCIA       PIC S9(13)V99 VALUE 0.
       01 WS-LIBRO-TEXTO            PIC -(13)9.99.
       01 WS-HIST-TEXTO             PIC -(13)9.99.
       01 WS-DIF-TEXTO              PIC -(13)9.99.
       01 WS-DESDE-TEXTO            PIC X(11) VALUE SPACES.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Prueba del libro de saldos: BALANCE-DIARIO cuadra los
      * asientos del dia entre si, pero nada comprobaba que el
      * saldo que POSTEA-SALDOS arrastra en CUSTBAL.DAT siguiera
      * siendo la historia real del cliente. Aqui se re-suman los
      * RESULTADO con signo de CALCHISTC.DAT de cada cliente hasta
      * su CUSTBAL-FECHA-POSTEO (lo posterior aun no se postea) y
      * se comparan con CUSTBAL-SALDO-FINAL, sumando antes lo que
      * ARCHIVA-HISTORIA ya saco de CALCHISTC.DAT y arrastro en
      * SALDOARC.DAT (cuenta como historia previa, porque todo es
      * anterior a un corte ya posteado). Los dos archivos van
      * en orden de cliente y se recorren a la par; el cliente con
      * historia y sin registro de saldo se prueba contra saldo
      * cero hasta la fecha de negocio. Cada descuadre queda en
      * DESCSAL.DAT con la fecha en que aparecio y sale en el
      * reporte; RETURN-CODE 4 si hay alguno, 8 si no se pudo
      * probar - la cadena nocturna no extrae la poliza sobre un
      * libro descuadrado.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           PERFORM ABRIR-ARCHIVOS.
           IF WS-RUTINA-RC = 0
               DISPLAY "PRUEBA DEL LIBRO DE SALDOS CONTRA CALCHISTC"
                   " AL " WS-FECHA-NEGOCIO ":"
               DISPLAY "CLIENTE       SALDO LIBRO      SUMA HISTORIA"
                   "         DIFERENCIA  DESDE"
               DISPLAY "----------------------------------------------"
               PERFORM LEER-SALDO
               PERFORM LEER-HISTORIA
               PERFORM UNTIL WS-EOF-SALDO = "Y" AND WS-EOF-HIST = "Y"
                   PERFORM PROBAR-CLIENTE
               END-PERFORM
               CLOSE CUST-BALANCE-FILE
               CLOSE HIST-CUST-FILE
               CLOSE DESCSAL-FILE
               IF WS-HAY-SALDOARC = "S"
                   CLOSE SALDOARC-FILE
               END-IF
               PERFORM IMPRIMIR-RESUMEN
           END-IF.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Sin CUSTBAL.DAT ni CALCHISTC.DAT no hay nada que probar
      * (se abre vacio); cualquier otra falla de apertura tumba la
      * prueba con 8, porque un libro que no se pudo leer no esta
      * probado.
      *-----------------------------------------------------------
       ABRIR-ARCHIVOS.
           OPEN INPUT CUST-BALANCE-FILE.
           IF WS-CUSTBAL-FILE-STATUS = "35"
               OPEN OUTPUT CUST-BALANCE-FILE
               CLOSE CUST-BALANCE-FILE
               OPEN INPUT CUST-BALANCE-FILE
           END-IF.
           IF WS-CUSTBAL-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUSTBAL.DAT ("
                   WS-CUSTBAL-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR CUSTBAL.DAT PARA LA PRUEBA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               OPEN INPUT HIST-CUST-FILE
               IF WS-HISTCUST-FILE-STATUS = "35"
                   OPEN OUTPUT HIST-CUST-FILE
                   CLOSE HIST-CUST-FILE
                   OPEN INPUT HIST-CUST-FILE
               END-IF
               IF WS-HISTCUST-FILE-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR CALCHISTC.DAT ("
                       WS-HISTCUST-FILE-STATUS ")."
                   MOVE "NO SE PUDO ABRIR CALCHISTC.DAT PARA PRUEBA."
                       TO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   CLOSE CUST-BALANCE-FILE
                   MOVE 8 TO WS-RUTINA-RC
               ELSE
                   OPEN I-O DESCSAL-FILE
                   IF WS-DESCSAL-FILE-STATUS = "35"
                       OPEN OUTPUT DESCSAL-FILE
                       CLOSE DESCSAL-FILE
                       OPEN I-O DESCSAL-FILE
                   END-IF
                   IF WS-DESCSAL-FILE-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR DESCSAL.DAT ("
                           WS-DESCSAL-FILE-STATUS ")."
                       MOVE "NO SE PUDO ABRIR DESCSAL.DAT."
                           TO WS-ERR-MENSAJE
                       PERFORM REGISTRAR-ERROR
                       CLOSE CUST-BALANCE-FILE
                       CLOSE HIST-CUST-FILE
                       MOVE 8 TO WS-RUTINA-RC
                   ELSE
                       PERFORM ABRIR-SALDO-ARCHIVADO
                   END-IF
               END-IF
           END-IF.

      *    Sin SALDOARC.DAT nunca se archivo nada: no hay arrastre.
       ABRIR-SALDO-ARCHIVADO.
           MOVE "N" TO WS-HAY-SALDOARC.
           OPEN INPUT SALDOARC-FILE.
           IF WS-SALDOARC-FILE-STATUS = "00"
               MOVE "S" TO WS-HAY-SALDOARC
           ELSE
           IF WS-SALDOARC-FILE-STATUS NOT = "35"
               DISPLAY "NO SE PUDO ABRIR SALDOARC.DAT ("
                   WS-SALDOARC-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR SALDOARC.DAT PARA LA PRUEBA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE CUST-BALANCE-FILE
               CLOSE HIST-CUST-FILE
               CLOSE DESCSAL-FILE
               MOVE 8 TO WS-RUTINA-RC
           END-IF
           END-IF.

       LEER-SALDO.
           READ CUST-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SALDO
           END-READ.

       LEER-HISTORIA.
           READ HIST-CUST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-HIST
           END-READ.

      *-----------------------------------------------------------
      * El cliente que toca es el menor de los dos archivos. Con
      * registro de saldo se prueba hasta su fecha de posteo; sin
      * el, hasta la fecha de negocio contra saldo cero. Se separa
      * lo del dia posteado de lo anterior: si lo anterior cuadra
      * con el saldo inicial, el descuadre nacio ese dia.
      *-----------------------------------------------------------
       PROBAR-CLIENTE.
           IF WS-EOF-HIST = "Y"
               MOVE CUSTBAL-CUST TO WS-CUST-ACTUAL
           ELSE
               IF WS-EOF-SALDO = "Y"
                   MOVE HISTCUST-CUST TO WS-CUST-ACTUAL
               ELSE
                   IF CUSTBAL-CUST < HISTCUST-CUST
                       MOVE CUSTBAL-CUST TO WS-CUST-ACTUAL
                   ELSE
                       MOVE HISTCUST-CUST TO WS-CUST-ACTUAL
                   END-IF
               END-IF
           END-IF.
           IF WS-EOF-SALDO NOT = "Y"
               AND CUSTBAL-CUST = WS-CUST-ACTUAL
               MOVE "S" TO WS-TIENE-SALDO
               MOVE CUSTBAL-FECHA-POSTEO  TO WS-FECHA-HASTA
               MOVE CUSTBAL-SALDO-INICIAL TO WS-LIBRO-INICIAL
               MOVE CUSTBAL-SALDO-FINAL   TO WS-LIBRO-FINAL
               PERFORM LEER-SALDO
           ELSE
               MOVE "N" TO WS-TIENE-SALDO
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HASTA
               MOVE 0 TO WS-LIBRO-INICIAL
               MOVE 0 TO WS-LIBRO-FINAL
           END-IF.
           MOVE 0 TO WS-SUMA-PREVIA.
           MOVE 0 TO WS-SUMA-DIA.
           MOVE 0 TO WS-PRIMERA-HIST.
           PERFORM UNTIL WS-EOF-HIST = "Y"
                   OR HISTCUST-CUST NOT = WS-CUST-ACTUAL
               IF HISTCUST-DATE < WS-FECHA-HASTA
                   ADD HISTCUST-RESULTADO TO WS-SUMA-PREVIA
               END-IF
               IF HISTCUST-DATE = WS-FECHA-HASTA
                   ADD HISTCUST-RESULTADO TO WS-SUMA-DIA
               END-IF
               IF HISTCUST-DATE NOT > WS-FECHA-HASTA
                   AND WS-PRIMERA-HIST = 0
                   MOVE HISTCUST-DATE TO WS-PRIMERA-HIST
               END-IF
               PERFORM LEER-HISTORIA
           END-PERFORM.
           PERFORM SUMAR-ARRASTRE.
           ADD WS-SUMA-ARRASTRE TO WS-SUMA-PREVIA.
           COMPUTE WS-SUMA-HIST = WS-SUMA-PREVIA + WS-SUMA-DIA.
      *    Un cliente sin saldo ni historia hasta la fecha (solo
      *    movimientos futuros) no tiene nada que probar.
           IF WS-TIENE-SALDO = "N" AND WS-PRIMERA-HIST = 0
               AND WS-TIENE-ARRASTRE = "N"
               CONTINUE
           ELSE
               ADD 1 TO WS-PROBADOS
               COMPUTE WS-DIFERENCIA = WS-LIBRO-FINAL - WS-SUMA-HIST
               IF WS-DIFERENCIA = 0
                   ADD 1 TO WS-CUADRADOS
                   PERFORM DAR-DE-BAJA-DESCUADRE
               ELSE
                   ADD 1 TO WS-DESCUADRADOS
                   ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA
                   PERFORM REGISTRAR-DESCUADRE
                   PERFORM MOSTRAR-DESCUADRE
               END-IF
           END-IF.

      *    Todos los renglones del cliente en SALDOARC.DAT, uno por
      *    corte y cliente de origen.
       SUMAR-ARRASTRE.
           MOVE 0 TO WS-SUMA-ARRASTRE.
           MOVE "N" TO WS-FIN-ARRASTRE.
           MOVE "N" TO WS-TIENE-ARRASTRE.
           IF WS-HAY-SALDOARC = "S"
               MOVE WS-CUST-ACTUAL TO SARC-CUST
               MOVE 0 TO SARC-ORIGEN
               MOVE 0 TO SARC-CORTE
               START SALDOARC-FILE KEY NOT < SARC-KEY
                   INVALID KEY
                       MOVE "S" TO WS-FIN-ARRASTRE
               END-START
               PERFORM UNTIL WS-FIN-ARRASTRE = "S"
                   READ SALDOARC-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARRASTRE
                       NOT AT END
                           IF SARC-CUST NOT = WS-CUST-ACTUAL
                               MOVE "S" TO WS-FIN-ARRASTRE
                           ELSE
                               ADD SARC-SALDO TO WS-SUMA-ARRASTRE
                               MOVE "S" TO WS-TIENE-ARRASTRE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    El cliente que vuelve a cuadrar sale del archivo de
      *    descuadres abiertos, como la partida asentada en GLPEND.
       DAR-DE-BAJA-DESCUADRE.
           MOVE WS-CUST-ACTUAL TO DESC-CUST.
           READ DESCSAL-FILE.
           IF WS-DESCSAL-FILE-STATUS = "00"
               DELETE DESCSAL-FILE
               ADD 1 TO WS-RESUELTOS
               DISPLAY "CLIENTE " WS-CUST-ACTUAL " VUELVE A CUADRAR"
                   " (DESCUADRADO DESDE " DESC-FECHA-PRIMERA ")."
           END-IF.

      *-----------------------------------------------------------
      * Un descuadre ya registrado conserva su primera fecha. El
      * nuevo se fecha asi: sin registro de saldo, el dia de la
      * primera historia (el libro nunca la recogio); con saldo
      * inicial cuadrado contra la historia previa, el dia del
      * ultimo posteo; si ni eso cuadra, el descuadre viene de
      * antes y se fecha en el ultimo posteo marcado no exacto.
      *-----------------------------------------------------------
       REGISTRAR-DESCUADRE.
           MOVE WS-CUST-ACTUAL TO DESC-CUST.
           READ DESCSAL-FILE.
           IF WS-DESCSAL-FILE-STATUS = "00"
               PERFORM LLENAR-DESCUADRE
               REWRITE DESCSAL-RECORD
           ELSE
               MOVE SPACES TO DESCSAL-RECORD
               MOVE WS-CUST-ACTUAL TO DESC-CUST
               IF WS-TIENE-SALDO = "N"
                   MOVE WS-PRIMERA-HIST TO DESC-FECHA-PRIMERA
                   MOVE "S" TO DESC-EXACTA
               ELSE
                   MOVE WS-FECHA-HASTA TO DESC-FECHA-PRIMERA
                   IF WS-SUMA-PREVIA = WS-LIBRO-INICIAL
                       MOVE "S" TO DESC-EXACTA
                   ELSE
                       MOVE "N" TO DESC-EXACTA
                   END-IF
               END-IF
               PERFORM LLENAR-DESCUADRE
               WRITE DESCSAL-RECORD
               ADD 1 TO WS-NUEVOS
           END-IF.
           IF WS-DESCSAL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR " WS-DESCSAL-FILE-STATUS
                      " GRABANDO DESCSAL.DAT, CLIENTE "
                      WS-CUST-ACTUAL
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           END-IF.

       LLENAR-DESCUADRE.
           MOVE WS-FECHA-NEGOCIO TO DESC-FECHA-ULT.
           MOVE WS-FECHA-HASTA   TO DESC-FECHA-POSTEO.
           MOVE WS-LIBRO-FINAL   TO DESC-SALDO-LIBRO.
           MOVE WS-SUMA-HIST     TO DESC-SALDO-HIST.
           MOVE WS-DIFERENCIA    TO DESC-DIFERENCIA.

       MOSTRAR-DESCUADRE.
           MOVE WS-LIBRO-FINAL TO WS-LIBRO-TEXTO.
           MOVE WS-SUMA-HIST   TO WS-HIST-TEXTO.
           MOVE WS-DIFERENCIA  TO WS-DIF-TEXTO.
           MOVE SPACES TO WS-DESDE-TEXTO.
           IF DESC-EXACTA = "N"
               MOVE "(O ANTES)" TO WS-DESDE-TEXTO
           END-IF.
           IF WS-TIENE-SALDO = "N"
               MOVE "(SIN SALDO)" TO WS-DESDE-TEXTO
           END-IF.
           DISPLAY WS-CUST-ACTUAL " " WS-LIBRO-TEXTO " "
               WS-HIST-TEXTO " " WS-DIF-TEXTO "  "
               DESC-FECHA-PRIMERA " " WS-DESDE-TEXTO.

       IMPRIMIR-RESUMEN.
           DISPLAY "----------------------------------------------".
           IF WS-DESCUADRADOS = 0
               DISPLAY "  LIBRO DE SALDOS EN CUADRE."
           ELSE
               MOVE WS-TOTAL-DIFERENCIA TO WS-DIF-TEXTO
               DISPLAY "  DIFERENCIA NETA: "
                   FUNCTION TRIM(WS-DIF-TEXTO)
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "LIBRO DE SALDOS DESCUADRADO: "
                      WS-DESCUADRADOS " CLIENTES."
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.
           DISPLAY "CLIENTES PROBADOS: " WS-PROBADOS
               "  EN CUADRE: " WS-CUADRADOS
               "  DESCUADRADOS: " WS-DESCUADRADOS.
           DISPLAY "DESCUADRES NUEVOS: " WS-NUEVOS
               "  RESUELTOS: " WS-RESUELTOS.

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
           MOVE "PRUEBA-SALDOS"    TO ERRLOG-PROGRAM
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

       END PROGRAM PRUEBA-SALDOS.
