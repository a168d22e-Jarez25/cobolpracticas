       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RIESGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIESGO-FILE ASSIGN TO "RIESGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSG-CUST
               FILE STATUS IS WS-RIESGO-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RIESGO-FILE.
           COPY "RIESGO.cpy".

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RIESGO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-TIENE-CUSTIDX          PIC X VALUE "N".
       01 WS-ULTIMA-CORRIDA         PIC 9(8) VALUE 0.
       01 WS-CAMBIOS                PIC 9(6) VALUE 0.
       01 WS-SUBIERON               PIC 9(6) VALUE 0.
       01 WS-NOMBRE                 PIC X(20) VALUE SPACES.
       01 WS-SENTIDO                PIC X(6) VALUE SPACES.
       01 WS-PUNTAJE-TEXTO          PIC Z(6)9.99.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Cambios de grado de riesgo: los clientes cuyo grado en
      * RIESGO.DAT cambio en la ultima corrida de CALIFICA-RIESGO
      * (fecha del grado igual a la fecha de calculo mas reciente
      * del archivo), con grado anterior, grado nuevo, puntaje y
      * los componentes que lo explican. RETURN-CODE 4 si alguno
      * empeoro de grado.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-CAMBIOS.
           MOVE 0 TO WS-SUBIERON.
           MOVE 0 TO WS-ULTIMA-CORRIDA.
           OPEN INPUT RIESGO-FILE.
           IF WS-RIESGO-FILE-STATUS NOT = "00"
               DISPLAY "SIN CALIFICACIONES DE RIESGO (RIESGO.DAT)."
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RIESGO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RSG-FECHA-CALC > WS-ULTIMA-CORRIDA
                           MOVE RSG-FECHA-CALC TO WS-ULTIMA-CORRIDA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RIESGO-FILE.

           MOVE "N" TO WS-TIENE-CUSTIDX.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-CUSTIDX
           END-IF.
           DISPLAY "CAMBIOS DE GRADO DE RIESGO EN LA CORRIDA DEL "
               WS-ULTIMA-CORRIDA ":".
           DISPLAY "CLIENTE NOMBRE               ANT NVO SENTIDO"
               "  PUNTAJE".
           DISPLAY "----------------------------------------------".
           OPEN INPUT RIESGO-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RIESGO-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RSG-FECHA-CALC = WS-ULTIMA-CORRIDA
                           AND RSG-FECHA-GRADO = WS-ULTIMA-CORRIDA
                           AND RSG-GRADO-ANT NOT = SPACE
                           AND RSG-GRADO-ANT NOT = RSG-GRADO
                           PERFORM MOSTRAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RIESGO-FILE.
           IF WS-TIENE-CUSTIDX = "S"
               CLOSE CUST-INDEX-FILE
           END-IF.
           DISPLAY "----------------------------------------------".
           IF WS-CAMBIOS = 0
               DISPLAY "  NINGUN CLIENTE CAMBIO DE GRADO."
           END-IF.
           DISPLAY "CAMBIOS: " WS-CAMBIOS "  EMPEORARON: "
               WS-SUBIERON.
           IF WS-SUBIERON > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       MOSTRAR-CAMBIO.
           ADD 1 TO WS-CAMBIOS.
           MOVE SPACES TO WS-NOMBRE.
           IF WS-TIENE-CUSTIDX = "S"
               MOVE RSG-CUST TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS = "00"
                   MOVE CUSTMAST-NAME TO WS-NOMBRE
               END-IF
           END-IF.
      *    Las letras van de A (menor riesgo) a D: una letra mayor
      *    es un grado peor.
           IF RSG-GRADO > RSG-GRADO-ANT
               MOVE "PEOR"   TO WS-SENTIDO
               ADD 1 TO WS-SUBIERON
           ELSE
               MOVE "MEJOR"  TO WS-SENTIDO
           END-IF.
           MOVE RSG-PUNTAJE TO WS-PUNTAJE-TEXTO.
           DISPLAY RSG-CUST " " WS-NOMBRE " " RSG-GRADO-ANT "   "
               RSG-GRADO "   " WS-SENTIDO " " WS-PUNTAJE-TEXTO.
           DISPLAY "        EXCESOS " RSG-EXCESOS
               " ESCALADOS " RSG-ESCALADOS
               " DIAS MORA " RSG-DIAS-MORA
               " USO% " RSG-PCT-USO
               " SALDO(MILES) " RSG-SALDO-MILES.

       END PROGRAM REPORTE-RIESGO.
