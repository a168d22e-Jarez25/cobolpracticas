       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-CIRCUITOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCUITO-FILE ASSIGN TO "APICIRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APICIRC-FILE-STATUS.

           SELECT CALL-LOG-FILE ASSIGN TO "APICALLLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALLLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CIRCUITO-FILE.
           COPY "APICIRC.cpy".

       FD  CALL-LOG-FILE.
       01 CALLLOG-RECORD.
           05 CALLLOG-ID           PIC X(8).
           05 FILLER               PIC X.
           05 CALLLOG-DATE         PIC 9(8).
           05 CALLLOG-TIME         PIC 9(8).
           05 FILLER               PIC X.
           05 CALLLOG-INTENTO      PIC 9(3).
           05 FILLER               PIC X.
           05 CALLLOG-HTTP         PIC 9(3).
           05 FILLER               PIC X.
           05 CALLLOG-BYTES        PIC 9(7).
           05 FILLER               PIC X.
           05 CALLLOG-NOTA         PIC X(12).
           05 FILLER               PIC X.
           05 CALLLOG-CORRIDA      PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-APICIRC-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CALLLOG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL         PIC X(15) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-NUM-CIRC               PIC 9(3) VALUE 0.
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-HALLADO                PIC 9(3) VALUE 0.
       01 WS-ABIERTOS               PIC 9(3) VALUE 0.
       01 WS-REINICIADOS            PIC 9(3) VALUE 0.
       01 WS-ENDP-PEDIDO            PIC X(8) VALUE SPACES.
       01 WS-CONFIRMA               PIC X VALUE SPACE.
       01 WS-ESTADO-TEXTO           PIC X(7) VALUE SPACES.
       01 WS-ALR-PROGRAMA           PIC X(20) VALUE SPACES.
       01 WS-ALR-SEVERIDAD          PIC X VALUE SPACE.
       01 WS-ALR-CLAVE              PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE            PIC X(60) VALUE SPACES.

       01 WS-TABLA-CIRCUITOS.
           05 WS-CIRC-ENTRY OCCURS 100 TIMES.
               10 WS-CIRC-RENGLON   PIC X(80).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Circuitos de la API: muestra el estado del cortacircuito
      * de cada endpoint (APICIRC.DAT, que CONSUMIR-API mantiene)
      * con sus fallas seguidas, desde cuando esta abierto y
      * cuantas llamadas se han omitido, y deja reiniciar a mano
      * el de un endpoint que ya se sabe sano sin esperar la
      * llamada de prueba. El reinicio cierra el circuito, borra
      * las fallas, firma con el operador y deja el cierre en la
      * bitacora de llamadas para REPORTE-API-DISPO.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-REINICIADOS.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           IF WS-OPER-ACTUAL = SPACES
               DISPLAY "ID DEL OPERADOR:"
               ACCEPT WS-OPER-ACTUAL
           END-IF.
           PERFORM CARGAR-CIRCUITOS.
           IF WS-NUM-CIRC = 0
               DISPLAY "SIN CIRCUITOS EN APICIRC.DAT: NINGUN ENDPOINT"
                   " HA ACUMULADO FALLAS."
               GOBACK
           END-IF.
           PERFORM MOSTRAR-CIRCUITOS.
           IF FUNCTION TRIM(WS-OPER-ACTUAL) = SPACES
               DISPLAY "SIN ID DE OPERADOR NO SE REINICIA NADA."
           ELSE
               MOVE "X" TO WS-ENDP-PEDIDO
               PERFORM UNTIL WS-ENDP-PEDIDO = SPACES
                   DISPLAY "ENDPOINT A REINICIAR (ENTER=TERMINAR):"
                   MOVE SPACES TO WS-ENDP-PEDIDO
                   ACCEPT WS-ENDP-PEDIDO
                   MOVE FUNCTION UPPER-CASE(WS-ENDP-PEDIDO)
                       TO WS-ENDP-PEDIDO
                   IF WS-ENDP-PEDIDO NOT = SPACES
                       PERFORM REINICIAR-CIRCUITO
                   END-IF
               END-PERFORM
               IF WS-REINICIADOS > 0
                   PERFORM GRABAR-CIRCUITOS
               END-IF
           END-IF.
           DISPLAY "CIRCUITOS REINICIADOS: " WS-REINICIADOS ".".
           GOBACK.

       CARGAR-CIRCUITOS.
           MOVE 0 TO WS-NUM-CIRC.
           OPEN INPUT CIRCUITO-FILE.
           IF WS-APICIRC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-CIRC = 100
                   READ CIRCUITO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CIRC-ID NOT = SPACES
                               ADD 1 TO WS-NUM-CIRC
                               MOVE APICIRC-RECORD
                                   TO WS-CIRC-RENGLON(WS-NUM-CIRC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCUITO-FILE
           END-IF.

       MOSTRAR-CIRCUITOS.
           MOVE 0 TO WS-ABIERTOS.
           DISPLAY "CIRCUITOS DE LA API".
           DISPLAY "------------------------------------------------".
           DISPLAY "ENDPOINT ESTADO  FALLAS ABIERTO DESDE     "
               "OMITIDAS ULT. REINICIO".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CIRC
               MOVE WS-CIRC-RENGLON(WS-IDX) TO APICIRC-RECORD
               IF CIRC-ESTADO = "A"
                   MOVE "ABIERTO" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-ABIERTOS
                   DISPLAY CIRC-ID " " WS-ESTADO-TEXTO " "
                       CIRC-FALLAS "    " CIRC-ABIERTO-FECHA " "
                       CIRC-ABIERTO-HORA(1:4) "    " CIRC-OMITIDAS
                       "    " CIRC-OPERADOR " " CIRC-REINICIO-FECHA
               ELSE
                   MOVE "CERRADO" TO WS-ESTADO-TEXTO
                   DISPLAY CIRC-ID " " WS-ESTADO-TEXTO " "
                       CIRC-FALLAS "                  "
                       "            " CIRC-OPERADOR " "
                       CIRC-REINICIO-FECHA
               END-IF
           END-PERFORM.
           DISPLAY "------------------------------------------------".
           DISPLAY WS-ABIERTOS " CIRCUITOS ABIERTOS DE " WS-NUM-CIRC
               ".".

       REINICIAR-CIRCUITO.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CIRC
               IF WS-CIRC-RENGLON(WS-IDX)(1:8) = WS-ENDP-PEDIDO
                   MOVE WS-IDX TO WS-HALLADO
                   MOVE WS-NUM-CIRC TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 0
               DISPLAY "ENDPOINT SIN CIRCUITO: " WS-ENDP-PEDIDO
           ELSE
               MOVE WS-CIRC-RENGLON(WS-HALLADO) TO APICIRC-RECORD
               DISPLAY "REINICIAR " CIRC-ID " (FALLAS " CIRC-FALLAS
                   ")? (S/N):"
               MOVE SPACE TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
      *            El cierre solo va a la bitacora si el circuito
      *            estaba abierto: borrar fallas de uno cerrado no
      *            cambia su disponibilidad.
                   IF CIRC-ESTADO = "A"
                       PERFORM REGISTRAR-CIERRE
                   END-IF
                   MOVE "C" TO CIRC-ESTADO
                   MOVE 0 TO CIRC-FALLAS
                   MOVE WS-OPER-ACTUAL TO CIRC-OPERADOR
                   MOVE WS-SYS-DATE TO CIRC-REINICIO-FECHA
                   MOVE APICIRC-RECORD TO WS-CIRC-RENGLON(WS-HALLADO)
                   ADD 1 TO WS-REINICIADOS
                   DISPLAY "CIRCUITO DE " CIRC-ID " REINICIADO."
               END-IF
           END-IF.

       REGISTRAR-CIERRE.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND CALL-LOG-FILE.
           IF WS-CALLLOG-FILE-STATUS = "35"
               OPEN OUTPUT CALL-LOG-FILE
           END-IF.
           MOVE SPACES TO CALLLOG-RECORD.
           MOVE CIRC-ID        TO CALLLOG-ID.
           MOVE WS-SYS-DATE    TO CALLLOG-DATE.
           MOVE WS-SYS-TIME    TO CALLLOG-TIME.
           MOVE 0              TO CALLLOG-INTENTO.
           MOVE 0              TO CALLLOG-HTTP.
           MOVE 0              TO CALLLOG-BYTES.
           MOVE "CIRC CERRADO" TO CALLLOG-NOTA.
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ACTUAL.
           MOVE WS-CORRIDA-ACTUAL TO CALLLOG-CORRIDA.
           WRITE CALLLOG-RECORD.
           CLOSE CALL-LOG-FILE.
           MOVE "MANTIENE-CIRCUITOS" TO WS-ALR-PROGRAMA.
           MOVE "I" TO WS-ALR-SEVERIDAD.
           MOVE CIRC-ID TO WS-ALR-CLAVE.
           MOVE SPACES TO WS-ALR-MENSAJE.
           STRING "CIRCUITO CERRADO A MANO POR "
                  FUNCTION TRIM(WS-OPER-ACTUAL)
               DELIMITED BY SIZE INTO WS-ALR-MENSAJE.
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.

       GRABAR-CIRCUITOS.
           OPEN OUTPUT CIRCUITO-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CIRC
               MOVE WS-CIRC-RENGLON(WS-IDX) TO APICIRC-RECORD
               WRITE APICIRC-RECORD
           END-PERFORM.
           CLOSE CIRCUITO-FILE.

       END PROGRAM MANTIENE-CIRCUITOS.
