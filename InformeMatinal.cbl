               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITTURNO-FILE-STATUS.

           SELECT CUADRE-FILE ASSIGN TO "CUADRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUAD-KEY
               FILE STATUS IS WS-CUADRE-FILE-STATUS.

           SELECT BRIEFING-FILE ASSIGN TO "BRIEFING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 FILLER             PIC X.
           05 BT-TEXTO           PIC X(60).

       FD  CUADRE-FILE.
           COPY "CUADRE.cpy".

       FD  BRIEFING-FILE.
       01 BRIEFING-LINE          PIC X(100).

       01 WS-AVISOS-CAP          PIC 9(2) VALUE 0.
       01 WS-BITTURNO-FILE-STATUS PIC XX VALUE "00".
       01 WS-DIARIO-LINEAS       PIC 9(3) VALUE 0.
       01 WS-CUADRE-FILE-STATUS  PIC XX VALUE "00".
       01 WS-DESCUADRES          PIC 9(3) VALUE 0.
       01 WS-CUADRE-CUENTA       PIC -(5)9.
       01 WS-CUADRE-TOTAL        PIC -(11)9.99.
       01 WS-AYER                PIC 9(8) VALUE 0.
       01 WS-AYER-ENTERO         PIC 9(7) VALUE 0.
       01 WS-EOF-FLAG            PIC X VALUE "N".
           PERFORM RECOGER-BREACHES.
           PERFORM RECOGER-CUPOS.
           PERFORM RECOGER-VOLUMEN.
           PERFORM RECOGER-CUADRES.
           PERFORM DETERMINAR-VEREDICTO.
           PERFORM ESCRIBIR-INFORME.
      *    El veredicto del informe va en el papel, no en el
               END-IF
           END-PERFORM.
           IF WS-NUM-ERRPROG > 0 OR WS-BREACHES-HOY > 0
               OR WS-DESCUADRES > 0
               MOVE "S" TO WS-HAY-AVISO
           END-IF.
           IF WS-HAY-FALLA = "S"

           PERFORM PUBLICAR-DIARIO-TURNO.

           PERFORM PUBLICAR-CUADRES.

           MOVE SPACES TO WS-LINEA.
           STRING "REGISTROS PROCESADOS: HOY " WS-CALC-HOY
                  "  NOCHE ANTERIOR (" WS-FECHA-ANTERIOR ") "
               PERFORM PUBLICAR
           END-IF.

      *-----------------------------------------------------------
      * Cuadres de turno descuadrados que ningun supervisor ha
      * liberado: cada operador en la lista no podra firmar hasta
      * que se revise su hoja.
      *-----------------------------------------------------------
       RECOGER-CUADRES.
           MOVE 0 TO WS-DESCUADRES.
           OPEN INPUT CUADRE-FILE.
           IF WS-CUADRE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUADRE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUAD-ESTADO = "D"
                               ADD 1 TO WS-DESCUADRES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUADRE-FILE
           END-IF.

       PUBLICAR-CUADRES.
           MOVE SPACES TO WS-LINEA.
           STRING "CUADRES DE TURNO DESCUADRADOS SIN LIBERAR: "
                  WS-DESCUADRES
               DELIMITED BY SIZE INTO WS-LINEA.
           PERFORM PUBLICAR.
           IF WS-DESCUADRES > 0
               OPEN INPUT CUADRE-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUADRE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUAD-ESTADO = "D"
                               MOVE CUAD-DIF-CUENTA
                                   TO WS-CUADRE-CUENTA
                               MOVE CUAD-DIF-TOTAL
                                   TO WS-CUADRE-TOTAL
                               MOVE SPACES TO WS-LINEA
                               STRING "  "
                                      FUNCTION TRIM(CUAD-OPERADOR)
                                      " TURNO DEL " CUAD-FECHA-INI
                                      " DIFERENCIA "
                                      FUNCTION TRIM(WS-CUADRE-CUENTA)
                                      " CALCULOS, "
                                      FUNCTION TRIM(WS-CUADRE-TOTAL)
                                   DELIMITED BY SIZE
                                   INTO WS-LINEA
                               PERFORM PUBLICAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUADRE-FILE
           END-IF.

       PUBLICAR.
           DISPLAY WS-LINEA.
           MOVE WS-LINEA TO BRIEFING-LINE.
