       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-MAYOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO-GL-FILE ASSIGN TO "DIARIOGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIARIO-FILE-STATUS.

           SELECT RETORNO-GL-FILE ASSIGN TO "GLRETORNO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-FILE-STATUS.

           SELECT RETORNO-HIST-FILE ASSIGN TO "GLRETHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETHIST-FILE-STATUS.

           SELECT GL-PEND-FILE ASSIGN TO "GLPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLPEND-KEY
               FILE STATUS IS WS-GLPEND-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mismo trazado que escribe EXTRACTO-DIARIO.
       FD  DIARIO-GL-FILE.
       01 DIARIO-GL-RECORD.
           05 GL-MARCA           PIC X.
           05 GL-FECHA           PIC 9(8).
           05 GL-OPCION          PIC 9.
           05 GL-CUENTA          PIC 9(6).
           05 GL-IMPORTE         PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.
           05 GL-SUCURSAL        PIC X(3).

      * Acuse de contabilidad: una linea por partida de poliza que
      * el mayor proceso, con el trazado de DIARIOGL.DAT mas el
      * motivo. MARCA "A" = asentada (IMPORTE es lo que asento el
      * mayor), "R" = rechazada; cualquier otra marca (su propio
      * trailer) se ignora. Se consume en cada corrida: las
      * lineas pasan a GLRETHIST.DAT y el archivo queda vacio.
       FD  RETORNO-GL-FILE.
       01 RETORNO-GL-RECORD.
           05 RET-MARCA          PIC X.
           05 RET-FECHA          PIC 9(8).
           05 RET-OPCION         PIC 9.
           05 RET-CUENTA         PIC 9(6).
           05 RET-IMPORTE        PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.
           05 RET-SUCURSAL       PIC X(3).
           05 RET-MOTIVO         PIC X(30).

       FD  RETORNO-HIST-FILE.
       01 RETHIST-RECORD.
           05 RETHIST-FECHA-PROCESO PIC 9(8).
           05 FILLER                PIC X.
           05 RETHIST-DATOS         PIC X(65).

       FD  GL-PEND-FILE.
           COPY "GLPEND.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DIARIO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RETORNO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-RETHIST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-GLPEND-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-LINEAS-D               PIC 9(6) VALUE 0.
       01 WS-TRAILER-CUENTA         PIC 9(6) VALUE 0.
       01 WS-HAY-TRAILER            PIC X VALUE "N".
       01 WS-ALTAS                  PIC 9(5) VALUE 0.
       01 WS-ACUSES                 PIC 9(5) VALUE 0.
       01 WS-CONCILIADAS            PIC 9(5) VALUE 0.
       01 WS-RECHAZADAS             PIC 9(5) VALUE 0.
       01 WS-DIFERENCIAS            PIC 9(5) VALUE 0.
       01 WS-SIN-PARTIDA            PIC 9(5) VALUE 0.
       01 WS-ABIERTAS               PIC 9(5) VALUE 0.
       01 WS-VENCIDAS               PIC 9(5) VALUE 0.
       01 WS-FECHA-ENTERO           PIC 9(7) VALUE 0.
       01 WS-FECHA-SIG              PIC 9(8) VALUE 0.
       01 WS-HABIL-1                PIC 9(8) VALUE 0.
       01 WS-HABIL-2                PIC 9(8) VALUE 0.
       01 WS-ESTADO-TEXTO           PIC X(12) VALUE SPACES.
       01 WS-IMPORTE-TEXTO          PIC -(13)9.99.
       01 WS-MAYOR-TEXTO            PIC -(13)9.99.
       01 WS-ALR-PROGRAMA           PIC X(20) VALUE SPACES.
       01 WS-ALR-SEVERIDAD          PIC X VALUE SPACE.
       01 WS-ALR-CLAVE              PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE            PIC X(60) VALUE SPACES.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Conciliacion del retorno del mayor: las lineas "D" de la
      * poliza del dia (DIARIOGL.DAT) se dan de alta como
      * partidas abiertas en GLPEND.DAT, el acuse de contabilidad
      * (GLRETORNO.DAT) se cruza por fecha + tipo de operacion, y
      * al final se listan las partidas que siguen abiertas:
      * rechazadas, asentadas por otro importe o sin acuse. Una
      * partida que pasa de dos dias habiles sin conciliar sale
      * por el buzon de alertas - una poliza tirada en silencio ya
      * no espera al cierre de mes para descubrirse.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           OPEN I-O GL-PEND-FILE.
           IF WS-GLPEND-FILE-STATUS = "35"
               OPEN OUTPUT GL-PEND-FILE
               CLOSE GL-PEND-FILE
               OPEN I-O GL-PEND-FILE
           END-IF.
           IF WS-GLPEND-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR GLPEND.DAT ("
                   WS-GLPEND-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR GLPEND.DAT." TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM REGISTRAR-EXTRACTO.
           PERFORM PROCESAR-RETORNO.
           PERFORM LISTAR-ABIERTAS.
           CLOSE GL-PEND-FILE.

           DISPLAY "CONCILIACION DEL MAYOR AL " WS-FECHA-PROCESO ": "
               WS-ALTAS " PARTIDAS NUEVAS, " WS-ACUSES " ACUSES, "
               WS-CONCILIADAS " CONCILIADAS.".
           DISPLAY "  ABIERTAS " WS-ABIERTAS " (RECHAZADAS "
               WS-RECHAZADAS ", DIFERENCIAS " WS-DIFERENCIAS
               ", VENCIDAS " WS-VENCIDAS ").".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Solo las lineas de la fecha de negocio entran como
      * partidas nuevas: DIARIOGL.DAT se rehace cada noche y una
      * poliza vieja que siguiera en disco no debe reabrir lo que
      * ya se concilio. Una partida del dia que aun no tiene
      * acuse se refresca (poliza regenerada); el trailer se
      * cuadra contra las lineas leidas.
      *-----------------------------------------------------------
       REGISTRAR-EXTRACTO.
           MOVE 0 TO WS-LINEAS-D.
           MOVE "N" TO WS-HAY-TRAILER.
           OPEN INPUT DIARIO-GL-FILE.
           IF WS-DIARIO-FILE-STATUS NOT = "00"
               DISPLAY "SIN DIARIOGL.DAT: NO HAY POLIZA NUEVA."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DIARIO-GL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE GL-MARCA
                               WHEN "D"
                                   ADD 1 TO WS-LINEAS-D
                                   IF GL-FECHA = WS-FECHA-PROCESO
                                       PERFORM ALTA-PARTIDA
                                   END-IF
                               WHEN "T"
                                   MOVE "S" TO WS-HAY-TRAILER
                                   MOVE GL-CUENTA
                                       TO WS-TRAILER-CUENTA
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DIARIO-GL-FILE
               IF WS-HAY-TRAILER NOT = "S"
                   OR WS-TRAILER-CUENTA NOT = WS-LINEAS-D
                   DISPLAY "DIARIOGL.DAT NO CUADRA CON SU TRAILER ("
                       WS-LINEAS-D " LINEAS, TRAILER "
                       WS-TRAILER-CUENTA ")."
                   MOVE "DIARIOGL.DAT NO CUADRA CON SU TRAILER."
                       TO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
               END-IF
           END-IF.

       ALTA-PARTIDA.
           MOVE GL-FECHA  TO GLPEND-FECHA.
           MOVE GL-OPCION TO GLPEND-OPCION.
           READ GL-PEND-FILE KEY IS GLPEND-KEY.
           IF WS-GLPEND-FILE-STATUS = "00"
               IF GLPEND-ESTADO = "P"
                   MOVE GL-CUENTA  TO GLPEND-CUENTA
                   MOVE GL-IMPORTE TO GLPEND-IMPORTE
                   REWRITE GLPEND-RECORD
               END-IF
           ELSE
               MOVE SPACES TO GLPEND-RECORD
               MOVE GL-FECHA   TO GLPEND-FECHA
               MOVE GL-OPCION  TO GLPEND-OPCION
               MOVE GL-CUENTA  TO GLPEND-CUENTA
               MOVE GL-IMPORTE TO GLPEND-IMPORTE
               MOVE "P" TO GLPEND-ESTADO
               MOVE 0 TO GLPEND-IMPORTE-MAYOR
               MOVE 0 TO GLPEND-FECHA-ACUSE
               MOVE "N" TO GLPEND-ALERTADA
               WRITE GLPEND-RECORD
               IF WS-GLPEND-FILE-STATUS = "00"
                   ADD 1 TO WS-ALTAS
               ELSE
                   DISPLAY "ERROR " WS-GLPEND-FILE-STATUS
                       " DANDO DE ALTA LA PARTIDA " GL-FECHA "-"
                       GL-OPCION
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "ERROR DE E/S DANDO DE ALTA LA PARTIDA "
                       GL-FECHA "-" GL-OPCION
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Cada linea del acuse busca su partida abierta: asentada
      * por el mismo importe la cierra; asentada por otro importe
      * o rechazada la deja abierta con el dato del mayor. Un
      * acuse sin partida abierta (ya conciliada, o una fecha que
      * nunca enviamos) solo se informa.
      *-----------------------------------------------------------
       PROCESAR-RETORNO.
           OPEN INPUT RETORNO-GL-FILE.
           IF WS-RETORNO-FILE-STATUS NOT = "00"
               DISPLAY "SIN ACUSE DE CONTABILIDAD (GLRETORNO.DAT)."
           ELSE
               OPEN EXTEND RETORNO-HIST-FILE
               IF WS-RETHIST-FILE-STATUS = "35"
                   OPEN OUTPUT RETORNO-HIST-FILE
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RETORNO-GL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RET-MARCA = "A" OR RET-MARCA = "R"
                               ADD 1 TO WS-ACUSES
                               PERFORM CRUZAR-ACUSE
                           END-IF
                           MOVE SPACES TO RETHIST-RECORD
                           MOVE WS-FECHA-PROCESO
                               TO RETHIST-FECHA-PROCESO
                           MOVE RETORNO-GL-RECORD TO RETHIST-DATOS
                           WRITE RETHIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETORNO-HIST-FILE
               CLOSE RETORNO-GL-FILE
      *        El acuse ya quedo en la historia: se vacia para que
      *        la corrida de manana no lo vuelva a aplicar.
               OPEN OUTPUT RETORNO-GL-FILE
               CLOSE RETORNO-GL-FILE
           END-IF.

       CRUZAR-ACUSE.
           MOVE RET-FECHA  TO GLPEND-FECHA.
           MOVE RET-OPCION TO GLPEND-OPCION.
           READ GL-PEND-FILE KEY IS GLPEND-KEY.
           IF WS-GLPEND-FILE-STATUS NOT = "00"
               ADD 1 TO WS-SIN-PARTIDA
               DISPLAY "ACUSE SIN PARTIDA ABIERTA: " RET-FECHA "-"
                   RET-OPCION " MARCA " RET-MARCA
           ELSE
               MOVE WS-FECHA-PROCESO TO GLPEND-FECHA-ACUSE
               MOVE RET-IMPORTE TO GLPEND-IMPORTE-MAYOR
               EVALUATE TRUE
                   WHEN RET-MARCA = "R"
                       MOVE "R" TO GLPEND-ESTADO
                       MOVE RET-MOTIVO TO GLPEND-MOTIVO
                       REWRITE GLPEND-RECORD
                   WHEN RET-IMPORTE NOT = GLPEND-IMPORTE
                       MOVE "D" TO GLPEND-ESTADO
                       MOVE RET-MOTIVO TO GLPEND-MOTIVO
                       REWRITE GLPEND-RECORD
                   WHEN OTHER
                       DELETE GL-PEND-FILE RECORD
                       ADD 1 TO WS-CONCILIADAS
               END-EVALUATE
               IF WS-GLPEND-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR " WS-GLPEND-FILE-STATUS
                       " ACTUALIZANDO LA PARTIDA " RET-FECHA "-"
                       RET-OPCION
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "ERROR DE E/S ACTUALIZANDO LA PARTIDA "
                       RET-FECHA "-" RET-OPCION
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Reporte de partidas abiertas. El plazo es de dos dias
      * habiles despues de la fecha de la poliza (DIA-HABIL salta
      * fines de semana y feriados de CALPROC.DAT); la partida que
      * lo rebasa se marca VENCIDA y se alerta una sola vez.
      *-----------------------------------------------------------
       LISTAR-ABIERTAS.
           DISPLAY "PARTIDAS DE POLIZA SIN CONCILIAR:".
           DISPLAY "----------------------------------------------".
           MOVE LOW-VALUES TO GLPEND-KEY.
           START GL-PEND-FILE KEY NOT < GLPEND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ GL-PEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM INFORMAR-PARTIDA
               END-READ
           END-PERFORM.
           IF WS-ABIERTAS = 0
               DISPLAY "  NINGUNA."
           END-IF.
      *    Lo abierto dentro de plazo es normal (el acuse llega al
      *    dia siguiente); solo lo rechazado, lo distinto o lo
      *    vencido deja el paso en advertencia.
           IF WS-RECHAZADAS + WS-DIFERENCIAS + WS-VENCIDAS > 0
               AND WS-RUTINA-RC < 4
               MOVE 4 TO WS-RUTINA-RC
           END-IF.

       INFORMAR-PARTIDA.
           ADD 1 TO WS-ABIERTAS.
           EVALUATE GLPEND-ESTADO
               WHEN "R"
                   MOVE "RECHAZADA" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-RECHAZADAS
               WHEN "D"
                   MOVE "DIFERENCIA" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-DIFERENCIAS
               WHEN OTHER
                   MOVE "SIN ACUSE" TO WS-ESTADO-TEXTO
           END-EVALUATE.
           PERFORM CALCULAR-PLAZO.
           MOVE GLPEND-IMPORTE TO WS-IMPORTE-TEXTO.
           IF WS-FECHA-PROCESO > WS-HABIL-2
               ADD 1 TO WS-VENCIDAS
               DISPLAY "  " GLPEND-FECHA " OPCION " GLPEND-OPCION " "
                   WS-ESTADO-TEXTO " VENCIDA (PLAZO " WS-HABIL-2 ")"
           ELSE
               DISPLAY "  " GLPEND-FECHA " OPCION " GLPEND-OPCION " "
                   WS-ESTADO-TEXTO
           END-IF.
           DISPLAY "      ENVIADO " FUNCTION TRIM(WS-IMPORTE-TEXTO)
               " EN " GLPEND-CUENTA " MOVIMIENTOS".
           IF GLPEND-ESTADO = "R" OR GLPEND-ESTADO = "D"
               MOVE GLPEND-IMPORTE-MAYOR TO WS-MAYOR-TEXTO
               DISPLAY "      MAYOR " FUNCTION TRIM(WS-MAYOR-TEXTO)
                   " ACUSE " GLPEND-FECHA-ACUSE " "
                   FUNCTION TRIM(GLPEND-MOTIVO)
           END-IF.
           IF WS-FECHA-PROCESO > WS-HABIL-2
               AND GLPEND-ALERTADA NOT = "S"
               PERFORM ALERTAR-PARTIDA
           END-IF.

       CALCULAR-PLAZO.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(GLPEND-FECHA) + 1.
           COMPUTE WS-FECHA-SIG =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO).
           CALL "DIA-HABIL" USING WS-FECHA-SIG WS-HABIL-1.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-HABIL-1) + 1.
           COMPUTE WS-FECHA-SIG =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO).
           CALL "DIA-HABIL" USING WS-FECHA-SIG WS-HABIL-2.

       ALERTAR-PARTIDA.
           MOVE "CONCILIA-MAYOR" TO WS-ALR-PROGRAMA.
           MOVE "E" TO WS-ALR-SEVERIDAD.
           MOVE SPACES TO WS-ALR-CLAVE.
           STRING "GL " GLPEND-FECHA "-" GLPEND-OPCION
               DELIMITED BY SIZE INTO WS-ALR-CLAVE.
           MOVE SPACES TO WS-ALR-MENSAJE.
           STRING "POLIZA SIN CONCILIAR A DOS DIAS HABILES: "
               WS-ESTADO-TEXTO
               DELIMITED BY SIZE INTO WS-ALR-MENSAJE.
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.
           MOVE "S" TO GLPEND-ALERTADA.
           REWRITE GLPEND-RECORD.

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
           MOVE "CONCILIA-MAYOR"   TO ERRLOG-PROGRAM
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

       END PROGRAM CONCILIA-MAYOR.
