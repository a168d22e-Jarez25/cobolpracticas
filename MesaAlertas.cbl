       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESA-ALERTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACK-KEY
               FILE STATUS IS WS-ALERTACK-FILE-STATUS.

           SELECT GUARDIA-FILE ASSIGN TO "GUARDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIA-FILE-STATUS.

           SELECT GUARDLOG-FILE ASSIGN TO "GUARDIALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTACK-FILE.
           COPY "ALERTACK.cpy".

       FD  GUARDIA-FILE.
           COPY "GUARDIA.cpy".

       FD  GUARDLOG-FILE.
           COPY "GUARDLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALERTACK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-GUARDIA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-GUARDLOG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-SOLO-MIAS              PIC X VALUE SPACE.
       01 WS-PUEDE                  PIC X VALUE "N".
       01 WS-DISPOSICION            PIC X VALUE SPACE.
       01 WS-COMENTARIO             PIC X(40) VALUE SPACES.
       01 WS-RECONOCIDAS            PIC 9(5) VALUE 0.
       01 WS-SALTADAS               PIC 9(5) VALUE 0.
       01 WS-PRIMARIO-HOY           PIC X(10) VALUE SPACES.
       01 WS-SUPLENTE-HOY           PIC X(10) VALUE SPACES.
       01 WS-SUPERVISOR-HOY         PIC X(10) VALUE SPACES.
       01 WS-HAY-GUARDIA            PIC X VALUE "N".
       01 WS-AHORA-MIN              PIC 9(11) VALUE 0.
       01 WS-ALERTA-MIN             PIC 9(11) VALUE 0.
       01 WS-MIN-FECHA              PIC 9(8) VALUE 0.
       01 WS-MIN-HORA.
           05 WS-MH-HH              PIC 9(2).
           05 WS-MH-MM              PIC 9(2).
           05 FILLER                PIC 9(4).
       01 WS-MIN-RESULTADO          PIC 9(11) VALUE 0.
       01 WS-ESPERA                 PIC 9(6) VALUE 0.

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Mesa de alertas de la guardia. Antes de abrirla se corre
      * ESCALA-ALERTAS para que lo vencido ya este en manos de
      * quien corresponde. Se muestra la guardia de hoy y se
      * recorren las alertas E ABIERTAS de ALERTACK.DAT (todas o
      * solo las que tiene el operador); la reconoce quien figura
      * en la guardia de la alerta (primario, suplente o
      * supervisor), o cualquiera si su fecha no estaba cubierta
      * por el rol. Reconocida, la escalacion se detiene y quedan
      * quien, cuando y los minutos desde la alerta.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RECONOCIDAS.
           MOVE 0 TO WS-SALTADAS.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           IF WS-OPER-ACTUAL = SPACES
               DISPLAY "ID DEL OPERADOR:"
               ACCEPT WS-OPER-ACTUAL
           END-IF.
           IF FUNCTION TRIM(WS-OPER-ACTUAL) = SPACES
               DISPLAY "SE REQUIERE UN ID DE OPERADOR."
               GOBACK
           END-IF.
           CALL "ESCALA-ALERTAS".
           PERFORM MOSTRAR-GUARDIA-HOY.
           DISPLAY "SOLO LAS ALERTAS A SU NOMBRE? (S/N):"
           MOVE SPACE TO WS-SOLO-MIAS.
           ACCEPT WS-SOLO-MIAS.
           PERFORM RECORRER-ALERTAS.
           DISPLAY "MESA CERRADA. RECONOCIDAS " WS-RECONOCIDAS
               " SALTADAS " WS-SALTADAS ".".
           GOBACK.

      *    Vale el ultimo periodo de GUARDIA.DAT que cubre hoy.
       MOSTRAR-GUARDIA-HOY.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-HAY-GUARDIA.
           OPEN INPUT GUARDIA-FILE.
           IF WS-GUARDIA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ GUARDIA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF GUARDIA-DESDE IS NUMERIC
                               AND GUARDIA-HASTA IS NUMERIC
                               AND GUARDIA-DESDE <= WS-SYS-DATE
                               AND GUARDIA-HASTA >= WS-SYS-DATE
                               MOVE "S" TO WS-HAY-GUARDIA
                               MOVE GUARDIA-PRIMARIO
                                   TO WS-PRIMARIO-HOY
                               MOVE GUARDIA-SUPLENTE
                                   TO WS-SUPLENTE-HOY
                               MOVE GUARDIA-SUPERVISOR
                                   TO WS-SUPERVISOR-HOY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIA-FILE
           END-IF.
           IF WS-HAY-GUARDIA = "S"
               DISPLAY "GUARDIA DE HOY: PRIMARIO "
                   FUNCTION TRIM(WS-PRIMARIO-HOY)
                   " SUPLENTE " FUNCTION TRIM(WS-SUPLENTE-HOY)
                   " SUPERVISOR " FUNCTION TRIM(WS-SUPERVISOR-HOY)
           ELSE
               DISPLAY "AVISO: GUARDIA.DAT NO CUBRE LA FECHA DE HOY."
           END-IF.

       RECORRER-ALERTAS.
           OPEN I-O ALERTACK-FILE.
           IF WS-ALERTACK-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ALERTACK.DAT ("
                   WS-ALERTACK-FILE-STATUS "). NADA QUE ATENDER."
           ELSE
               MOVE 0 TO ACK-DATE ACK-TIME
               MOVE SPACES TO ACK-PROGRAMA
               START ALERTACK-FILE KEY NOT < ACK-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALERTACK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ACK-ESTADO = "ABIERTA"
                               IF ACK-RESPONSABLE = WS-OPER-ACTUAL
                                   OR (WS-SOLO-MIAS NOT = "S"
                                   AND WS-SOLO-MIAS NOT = "s")
                                   PERFORM ATENDER-UNA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTACK-FILE
           END-IF.

       ATENDER-UNA.
           DISPLAY " ".
           DISPLAY "ALERTA E DEL " ACK-DATE " " ACK-TIME
               " PROGRAMA " FUNCTION TRIM(ACK-PROGRAMA)
               " CLAVE " FUNCTION TRIM(ACK-CLAVE).
           DISPLAY "  " FUNCTION TRIM(ACK-MENSAJE).
           IF ACK-RESPONSABLE = SPACES
               DISPLAY "  SIN GUARDIA ASIGNADA (FECHA FUERA DEL ROL)."
           ELSE
               DISPLAY "  LA TIENE " FUNCTION TRIM(ACK-RESPONSABLE)
                   " (NIVEL " ACK-NIVEL ", " ACK-ESCALACIONES
                   " ESCALACIONES)."
           END-IF.
           MOVE "N" TO WS-PUEDE.
           IF ACK-PRIMARIO = SPACES AND ACK-SUPLENTE = SPACES
               AND ACK-SUPERVISOR = SPACES
               MOVE "S" TO WS-PUEDE
           END-IF.
           IF ACK-PRIMARIO = WS-OPER-ACTUAL
               OR ACK-SUPLENTE = WS-OPER-ACTUAL
               OR ACK-SUPERVISOR = WS-OPER-ACTUAL
               MOVE "S" TO WS-PUEDE
           END-IF.
           IF WS-PUEDE = "S"
               DISPLAY "DISPOSICION (R=RECONOCER S=SALTAR"
                   " F=TERMINAR):"
           ELSE
               DISPLAY "  NO FIGURA EN LA GUARDIA DE ESTA ALERTA;"
                   " SOLO PUEDE SALTARLA."
               DISPLAY "DISPOSICION (S=SALTAR F=TERMINAR):"
           END-IF.
           MOVE SPACE TO WS-DISPOSICION.
           ACCEPT WS-DISPOSICION.
           EVALUATE WS-DISPOSICION
               WHEN "R"
               WHEN "r"
                   IF WS-PUEDE = "S"
                       PERFORM RECONOCER-ALERTA
                   ELSE
                       ADD 1 TO WS-SALTADAS
                   END-IF
               WHEN "F"
               WHEN "f"
                   MOVE "Y" TO WS-EOF-FLAG
               WHEN OTHER
                   ADD 1 TO WS-SALTADAS
           END-EVALUATE.

       RECONOCER-ALERTA.
           DISPLAY "COMENTARIO:"
           MOVE SPACES TO WS-COMENTARIO.
           ACCEPT WS-COMENTARIO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-DATE TO WS-MIN-FECHA.
           MOVE WS-SYS-TIME TO WS-MIN-HORA.
           PERFORM CALCULAR-MINUTOS.
           MOVE WS-MIN-RESULTADO TO WS-AHORA-MIN.
           MOVE ACK-DATE TO WS-MIN-FECHA.
           MOVE ACK-TIME TO WS-MIN-HORA.
           PERFORM CALCULAR-MINUTOS.
           MOVE WS-MIN-RESULTADO TO WS-ALERTA-MIN.
           IF WS-AHORA-MIN > WS-ALERTA-MIN
               IF WS-AHORA-MIN - WS-ALERTA-MIN > 999999
                   MOVE 999999 TO WS-ESPERA
               ELSE
                   COMPUTE WS-ESPERA = WS-AHORA-MIN - WS-ALERTA-MIN
               END-IF
           ELSE
               MOVE 0 TO WS-ESPERA
           END-IF.
           MOVE "RECONOCIDA"   TO ACK-ESTADO.
           MOVE WS-OPER-ACTUAL TO ACK-OPERADOR.
           MOVE WS-SYS-DATE    TO ACK-FECHA-REC.
           MOVE WS-SYS-TIME    TO ACK-HORA-REC.
           MOVE WS-ESPERA      TO ACK-MINUTOS.
           MOVE WS-COMENTARIO  TO ACK-COMENTARIO.
           REWRITE ALERTACK-RECORD.
           IF WS-ALERTACK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-ALERTACK-FILE-STATUS
                   " REESCRIBIENDO ALERTACK.DAT."
           ELSE
               ADD 1 TO WS-RECONOCIDAS
               PERFORM GRABAR-BITACORA
               DISPLAY "  RECONOCIDA A LOS " WS-ESPERA " MINUTOS."
           END-IF.

      *    Minutos corridos de una fecha y hora (HHMMSScc).
       CALCULAR-MINUTOS.
           COMPUTE WS-MIN-RESULTADO =
               FUNCTION INTEGER-OF-DATE(WS-MIN-FECHA) * 1440
               + WS-MH-HH * 60 + WS-MH-MM.

       GRABAR-BITACORA.
           OPEN EXTEND GUARDLOG-FILE.
           IF WS-GUARDLOG-FILE-STATUS = "35"
               OPEN OUTPUT GUARDLOG-FILE
           END-IF.
           MOVE SPACES TO GUARDLOG-RECORD.
           MOVE WS-SYS-DATE     TO GLOG-FECHA.
           MOVE WS-SYS-TIME     TO GLOG-HORA.
           MOVE ACK-DATE        TO GLOG-ALERTA-DATE.
           MOVE ACK-TIME        TO GLOG-ALERTA-TIME.
           MOVE ACK-PROGRAMA    TO GLOG-PROGRAMA.
           MOVE "RECONOCIDA"    TO GLOG-EVENTO.
           MOVE ACK-NIVEL       TO GLOG-NIVEL.
           MOVE WS-OPER-ACTUAL  TO GLOG-PERSONA.
           MOVE WS-ESPERA       TO GLOG-MINUTOS.
           WRITE GUARDLOG-RECORD.
           CLOSE GUARDLOG-FILE.

       END PROGRAM MESA-ALERTAS.
