       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-FRACCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT BREACH-QUEUE-FILE ASSIGN TO "UMBRALQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BREACHQ-KEY
               FILE STATUS IS WS-BREACHQ-FILE-STATUS.

           SELECT THRESHOLD-CONFIG-FILE ASSIGN TO "UMBRAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UMBRAL-FILE-STATUS.

           SELECT LIMITES-FILE ASSIGN TO "LIMITES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITES-FILE-STATUS.

           SELECT FRACC-CONFIG-FILE ASSIGN TO "FRACCCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRACCCFG-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  BREACH-QUEUE-FILE.
           COPY "UMBRALQ.cpy".

       FD  THRESHOLD-CONFIG-FILE.
       01 UMBRAL-CONFIG-LINE       PIC X(15).

       FD  LIMITES-FILE.
       01 LIMITES-LINE             PIC X(40).

      * Parametros de la deteccion, un renglon por dato:
      *   PORCENTAJE 10     que tan cerca del techo cuenta como
      *                     "justo debajo" (omision 10%)
      *   MINIMO 3          cuantos calculos asi de la misma
      *                     operacion hacen patron (omision 3)
      *   DIAS 7            ventana movil que termina en la fecha
      *                     del reporte (omision 7)
       FD  FRACC-CONFIG-FILE.
       01 FRACCCFG-LINE            PIC X(40).

      * Handoff del calendario de reportes: la fecha pedida por
      * PROGRAMA-REPORTES (se limpia al leerse); vacio = corrida
      * manual con sus preguntas de siempre.
       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE             PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-HISTCUST-FILE-STATUS  PIC XX VALUE "00".
       01 WS-BREACHQ-FILE-STATUS   PIC XX VALUE "00".
       01 WS-UMBRAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LIMITES-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FRACCCFG-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RPTAUTO-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FECHA-AUTO            PIC 9(8) VALUE 0.
       01 WS-FECHA-FIN             PIC 9(8) VALUE 0.
       01 WS-FECHA-INICIO          PIC 9(8) VALUE 0.
       01 WS-FECHA-ENTERO          PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-EOF-COLA              PIC X VALUE "N".
       01 WS-EOF-LIMITES           PIC X VALUE "N".
       01 WS-HAY-COLA              PIC X VALUE "N".
       01 WS-EN-COLA               PIC X VALUE "N".
       01 WS-CLIENTE-MARCADO       PIC X VALUE "N".
       01 WS-CFG-1                 PIC X(20) VALUE SPACES.
       01 WS-CFG-2                 PIC X(20) VALUE SPACES.
       01 WS-PORCENTAJE            PIC 9(2)V99 VALUE 10.
       01 WS-MINIMO                PIC 9(3) VALUE 3.
       01 WS-DIAS                  PIC 9(3) VALUE 7.
       01 WS-UMBRAL                PIC S9(9)V99 VALUE 50.
       01 WS-LIM-OPCION-STR        PIC X(3) VALUE SPACES.
       01 WS-LIM-PISO-STR          PIC X(15) VALUE SPACES.
       01 WS-LIM-TECHO-STR         PIC X(15) VALUE SPACES.
       01 WS-LIM-OPCION            PIC 9(2) VALUE 0.
       01 WS-OP                    PIC 9(2) VALUE 0.
       01 WS-CUST-ACTUAL           PIC 9(6) VALUE 0.
       01 WS-HALLAZGO-TIPO         PIC X(6) VALUE SPACES.
       01 WS-HALLAZGO-CANT         PIC 9(5) VALUE 0.
       01 WS-HALLAZGO-MONTO        PIC S9(11)V99 VALUE 0.
       01 WS-CLIENTES              PIC 9(6) VALUE 0.
       01 WS-TOT-FRACC             PIC 9(5) VALUE 0.
       01 WS-TOT-ACUMUL            PIC 9(5) VALUE 0.
       01 WS-TOT-ENCOLADOS         PIC 9(5) VALUE 0.
       01 WS-TOT-REPETIDOS         PIC 9(5) VALUE 0.
       01 WS-MONTO-TEXTO           PIC -(10)9.99.
       01 WS-TECHO-TEXTO           PIC -(9)9.99.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       01 WS-ALR-PROGRAMA          PIC X(20) VALUE SPACES.
       01 WS-ALR-SEVERIDAD         PIC X VALUE SPACE.
       01 WS-ALR-CLAVE             PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE           PIC X(60) VALUE SPACES.

      * Techo de cada operacion: el de su banda en LIMITES.DAT o,
      * sin banda, el umbral global de UMBRAL.DAT - el mismo que
      * aplica VALIDAR-UMBRAL a cada calculo - y desde donde un
      * resultado ya cuenta como justo debajo de el.
       01 WS-TABLA-TECHOS.
           05 WS-TECHO-ENTRY OCCURS 9 TIMES.
               10 WS-TECHO          PIC S9(9)V99.
               10 WS-CERCA-DESDE    PIC S9(9)V99.

      * Acumulados del cliente en curso por operacion.
       01 WS-TABLA-CLIENTE.
           05 WS-CLI-ENTRY OCCURS 9 TIMES.
               10 WS-CLI-CERCA      PIC 9(5).
               10 WS-CLI-CERCA-HOY  PIC 9(5).
               10 WS-CLI-CERCA-SUMA PIC S9(11)V99.
               10 WS-CLI-DIA-CANT   PIC 9(5).
               10 WS-CLI-DIA-SUMA   PIC S9(11)V99.
               10 WS-CLI-DIA-EXCESO PIC X.

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Informe diario de fraccionamiento. VALIDAR-UMBRAL juzga
      * cada calculo solo; un cliente que parte su actividad en
      * varios calculos justo debajo del techo de la banda nunca
      * excede. Sobre CALCHISTC.DAT (por cliente y fecha) se
      * buscan dos patrones por cliente y operacion:
      *   FRACC  - MINIMO o mas calculos dentro del PORCENTAJE
      *            bajo el techo en los DIAS que terminan en la
      *            fecha del reporte, alguno de ellos ese dia;
      *   ACUMUL - calculos del dia que, ninguno excedido por si
      *            solo, juntos si pasan el techo.
      * Cada hallazgo entra a UMBRALQ.DAT como exceso NUEVO con
      * ese tipo en la banda, para que siga la misma revision
      * (REVISA-BREACHES) y escalacion al supervisor que los
      * excesos de un solo calculo. Una segunda corrida del mismo
      * dia no encola dos veces el mismo hallazgo.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-ACUMULADOS.
           PERFORM LEER-FECHA-AUTO.
           IF WS-FECHA-AUTO = 0
               DISPLAY "FECHA A REVISAR (YYYYMMDD):"
               ACCEPT WS-FECHA-FIN
           ELSE
               MOVE WS-FECHA-AUTO TO WS-FECHA-FIN
           END-IF.
           IF WS-FECHA-FIN IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FIN) NOT = 0
               DISPLAY "FECHA INVALIDA."
               GOBACK
           END-IF.
           PERFORM LEER-CONFIGURACION.
           PERFORM LEER-UMBRAL.
           PERFORM LEER-LIMITES.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN) - WS-DIAS + 1.
           COMPUTE WS-FECHA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO).

           OPEN INPUT HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS NOT = "00"
               DISPLAY "SIN CAMINO POR CLIENTE (CALCHISTC.DAT)."
               GOBACK
           END-IF.
           MOVE "N" TO WS-HAY-COLA.
           OPEN I-O BREACH-QUEUE-FILE.
           IF WS-BREACHQ-FILE-STATUS = "35"
               OPEN OUTPUT BREACH-QUEUE-FILE
               CLOSE BREACH-QUEUE-FILE
               OPEN I-O BREACH-QUEUE-FILE
           END-IF.
           IF WS-BREACHQ-FILE-STATUS = "00"
               MOVE "S" TO WS-HAY-COLA
           ELSE
               DISPLAY "NO SE PUDO ABRIR UMBRALQ.DAT ("
                   WS-BREACHQ-FILE-STATUS "); LOS HALLAZGOS SOLO"
                   " SE LISTAN."
           END-IF.
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ACTUAL.

           DISPLAY "FRACCIONAMIENTO BAJO LIMITES AL " WS-FECHA-FIN
               " (VENTANA DESDE " WS-FECHA-INICIO ", "
               WS-MINIMO " O MAS DENTRO DEL " WS-PORCENTAJE
               "% BAJO EL TECHO):".
           DISPLAY "TIPO   CLIENTE OP CALCULOS           MONTO"
               "          TECHO  COLA".
           DISPLAY "----------------------------------------------"
               "---------------------".

      *    Los clientes empiezan en 1; la historia sin cliente
      *    (cero) no tiene a quien atribuir el patron.
           MOVE 1 TO HISTCUST-CUST.
           MOVE 0 TO HISTCUST-DATE.
           MOVE 0 TO HISTCUST-SEQ.
           MOVE 0 TO WS-CUST-ACTUAL.
           START HIST-CUST-FILE KEY NOT < HISTCUST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HIST-CUST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HISTCUST-CUST NOT = WS-CUST-ACTUAL
                           IF WS-CUST-ACTUAL > 0
                               PERFORM EVALUAR-CLIENTE
                           END-IF
                           PERFORM LIMPIAR-CLIENTE
                           MOVE HISTCUST-CUST TO WS-CUST-ACTUAL
                       END-IF
                       PERFORM ACUMULAR-CALCULO
               END-READ
           END-PERFORM.
           IF WS-CUST-ACTUAL > 0
               PERFORM EVALUAR-CLIENTE
           END-IF.
           CLOSE HIST-CUST-FILE.
           IF WS-HAY-COLA = "S"
               CLOSE BREACH-QUEUE-FILE
           END-IF.

           DISPLAY "----------------------------------------------"
               "---------------------".
           DISPLAY "TOTAL: " WS-TOT-FRACC " FRACC, " WS-TOT-ACUMUL
               " ACUMUL EN " WS-CLIENTES " CLIENTES; "
               WS-TOT-ENCOLADOS " ENCOLADOS EN UMBRALQ.DAT, "
               WS-TOT-REPETIDOS " YA ESTABAN.".
           GOBACK.

      *    El menu puede llamar el informe varias veces en la misma
      *    unidad de ejecucion.
       INICIALIZAR-ACUMULADOS.
           MOVE 0 TO WS-CLIENTES WS-TOT-FRACC WS-TOT-ACUMUL.
           MOVE 0 TO WS-TOT-ENCOLADOS WS-TOT-REPETIDOS.

       LEER-CONFIGURACION.
           MOVE 10 TO WS-PORCENTAJE.
           MOVE 3 TO WS-MINIMO.
           MOVE 7 TO WS-DIAS.
           OPEN INPUT FRACC-CONFIG-FILE.
           IF WS-FRACCCFG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FRACC-CONFIG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-CONFIGURACION
                   END-READ
               END-PERFORM
               CLOSE FRACC-CONFIG-FILE
           END-IF.

       INTERPRETAR-CONFIGURACION.
           MOVE SPACES TO WS-CFG-1 WS-CFG-2.
           UNSTRING FRACCCFG-LINE DELIMITED BY ALL SPACE
               INTO WS-CFG-1 WS-CFG-2.
           EVALUATE FUNCTION UPPER-CASE(WS-CFG-1)
               WHEN "PORCENTAJE"
                   IF FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                       AND FUNCTION NUMVAL(WS-CFG-2) > 0
                       AND FUNCTION NUMVAL(WS-CFG-2) < 100
                       COMPUTE WS-PORCENTAJE =
                           FUNCTION NUMVAL(WS-CFG-2)
                   END-IF
               WHEN "MINIMO"
                   IF FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                       AND FUNCTION NUMVAL(WS-CFG-2) >= 2
                       AND FUNCTION NUMVAL(WS-CFG-2) <= 999
                       COMPUTE WS-MINIMO =
                           FUNCTION NUMVAL(WS-CFG-2)
                   END-IF
               WHEN "DIAS"
                   IF FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                       AND FUNCTION NUMVAL(WS-CFG-2) >= 1
                       AND FUNCTION NUMVAL(WS-CFG-2) <= 366
                       COMPUTE WS-DIAS =
                           FUNCTION NUMVAL(WS-CFG-2)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Mismo umbral global que VALIDAR-UMBRAL: UMBRAL.DAT, y 50
      *    si falta o esta en blanco.
       LEER-UMBRAL.
           MOVE 50 TO WS-UMBRAL.
           OPEN INPUT THRESHOLD-CONFIG-FILE.
           IF WS-UMBRAL-FILE-STATUS = "00"
               READ THRESHOLD-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF UMBRAL-CONFIG-LINE NOT = SPACES
                           COMPUTE WS-UMBRAL =
                               FUNCTION NUMVAL(UMBRAL-CONFIG-LINE)
                       END-IF
               END-READ
               CLOSE THRESHOLD-CONFIG-FILE
           END-IF.

      *    Un renglon de LIMITES.DAT por OPCION: "opcion piso
      *    techo"; aqui solo importa el techo.
       LEER-LIMITES.
           PERFORM VARYING WS-LIM-OPCION FROM 1 BY 1
                   UNTIL WS-LIM-OPCION > 9
               MOVE WS-UMBRAL TO WS-TECHO(WS-LIM-OPCION)
           END-PERFORM.
           OPEN INPUT LIMITES-FILE.
           IF WS-LIMITES-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-LIMITES
               PERFORM UNTIL WS-EOF-LIMITES = "Y"
                   READ LIMITES-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LIMITES
                       NOT AT END
                           PERFORM CARGAR-RENGLON-LIMITE
                   END-READ
               END-PERFORM
               CLOSE LIMITES-FILE
           END-IF.
           PERFORM VARYING WS-LIM-OPCION FROM 1 BY 1
                   UNTIL WS-LIM-OPCION > 9
               COMPUTE WS-CERCA-DESDE(WS-LIM-OPCION) ROUNDED =
                   WS-TECHO(WS-LIM-OPCION)
                   - WS-TECHO(WS-LIM-OPCION) * WS-PORCENTAJE / 100
           END-PERFORM.

       CARGAR-RENGLON-LIMITE.
           IF LIMITES-LINE NOT = SPACES
               UNSTRING LIMITES-LINE DELIMITED BY SPACE
                   INTO WS-LIM-OPCION-STR WS-LIM-PISO-STR
                        WS-LIM-TECHO-STR
               IF WS-LIM-OPCION-STR(1:1) >= "1"
                   AND WS-LIM-OPCION-STR(1:1) <= "9"
                   MOVE WS-LIM-OPCION-STR(1:1) TO WS-LIM-OPCION
                   COMPUTE WS-TECHO(WS-LIM-OPCION) =
                       FUNCTION NUMVAL(WS-LIM-TECHO-STR)
               END-IF
           END-IF.

       LIMPIAR-CLIENTE.
           PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > 9
               MOVE 0 TO WS-CLI-CERCA(WS-OP)
               MOVE 0 TO WS-CLI-CERCA-HOY(WS-OP)
               MOVE 0 TO WS-CLI-CERCA-SUMA(WS-OP)
               MOVE 0 TO WS-CLI-DIA-CANT(WS-OP)
               MOVE 0 TO WS-CLI-DIA-SUMA(WS-OP)
               MOVE "N" TO WS-CLI-DIA-EXCESO(WS-OP)
           END-PERFORM.

      *-----------------------------------------------------------
      * Solo cuentan los calculos (TIPO en blanco) y sus reversas
      * (TIPO R); pagos, cargos y facturas no son operaciones de
      * la calculadora. La reversa netea la suma del dia pero no
      * resta del conteo de calculos cerca del techo: deshacer un
      * calculo fraccionado no borra el intento.
      *-----------------------------------------------------------
       ACUMULAR-CALCULO.
           IF HISTCUST-DATE >= WS-FECHA-INICIO
               AND HISTCUST-DATE <= WS-FECHA-FIN
               AND HISTCUST-OPCION >= 1
               AND (HISTCUST-TIPO = SPACE OR HISTCUST-TIPO = "R")
               MOVE HISTCUST-OPCION TO WS-OP
               IF HISTCUST-TIPO = SPACE
                   AND HISTCUST-RESULTADO >= WS-CERCA-DESDE(WS-OP)
                   AND HISTCUST-RESULTADO <= WS-TECHO(WS-OP)
                   AND WS-TECHO(WS-OP) > 0
                   ADD 1 TO WS-CLI-CERCA(WS-OP)
                   ADD HISTCUST-RESULTADO TO WS-CLI-CERCA-SUMA(WS-OP)
                   IF HISTCUST-DATE = WS-FECHA-FIN
                       ADD 1 TO WS-CLI-CERCA-HOY(WS-OP)
                   END-IF
               END-IF
               IF HISTCUST-DATE = WS-FECHA-FIN
                   ADD HISTCUST-RESULTADO TO WS-CLI-DIA-SUMA(WS-OP)
                   IF HISTCUST-TIPO = SPACE
                       ADD 1 TO WS-CLI-DIA-CANT(WS-OP)
                       IF HISTCUST-RESULTADO > WS-TECHO(WS-OP)
                           MOVE "S" TO WS-CLI-DIA-EXCESO(WS-OP)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Un patron que no sumo nada el dia del reporte ya se
      *    encolo el dia que lo tuvo; solo se vuelve a marcar si
      *    el cliente le agrego otro calculo.
       EVALUAR-CLIENTE.
           MOVE "N" TO WS-CLIENTE-MARCADO.
           PERFORM VARYING WS-OP FROM 1 BY 1 UNTIL WS-OP > 9
               IF WS-CLI-CERCA(WS-OP) >= WS-MINIMO
                   AND WS-CLI-CERCA-HOY(WS-OP) > 0
                   MOVE "FRACC" TO WS-HALLAZGO-TIPO
                   MOVE WS-CLI-CERCA(WS-OP) TO WS-HALLAZGO-CANT
                   MOVE WS-CLI-CERCA-SUMA(WS-OP) TO WS-HALLAZGO-MONTO
                   ADD 1 TO WS-TOT-FRACC
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
               IF WS-CLI-DIA-CANT(WS-OP) >= 2
                   AND WS-CLI-DIA-EXCESO(WS-OP) = "N"
                   AND WS-CLI-DIA-SUMA(WS-OP) > WS-TECHO(WS-OP)
                   MOVE "ACUMUL" TO WS-HALLAZGO-TIPO
                   MOVE WS-CLI-DIA-CANT(WS-OP) TO WS-HALLAZGO-CANT
                   MOVE WS-CLI-DIA-SUMA(WS-OP) TO WS-HALLAZGO-MONTO
                   ADD 1 TO WS-TOT-ACUMUL
                   PERFORM REGISTRAR-HALLAZGO
               END-IF
           END-PERFORM.
           IF WS-CLIENTE-MARCADO = "S"
               ADD 1 TO WS-CLIENTES
           END-IF.

       REGISTRAR-HALLAZGO.
           MOVE "S" TO WS-CLIENTE-MARCADO.
           MOVE WS-HALLAZGO-MONTO TO WS-MONTO-TEXTO.
           MOVE WS-TECHO(WS-OP) TO WS-TECHO-TEXTO.
           IF WS-HAY-COLA NOT = "S"
               DISPLAY WS-HALLAZGO-TIPO " " WS-CUST-ACTUAL " "
                   WS-OP " " WS-HALLAZGO-CANT "   " WS-MONTO-TEXTO
                   " " WS-TECHO-TEXTO "  --"
           ELSE
               PERFORM BUSCAR-EN-COLA
               IF WS-EN-COLA = "S"
                   ADD 1 TO WS-TOT-REPETIDOS
                   DISPLAY WS-HALLAZGO-TIPO " " WS-CUST-ACTUAL " "
                       WS-OP " " WS-HALLAZGO-CANT "   " WS-MONTO-TEXTO
                       " " WS-TECHO-TEXTO "  YA"
               ELSE
                   PERFORM ENCOLAR-HALLAZGO
                   DISPLAY WS-HALLAZGO-TIPO " " WS-CUST-ACTUAL " "
                       WS-OP " " WS-HALLAZGO-CANT "   " WS-MONTO-TEXTO
                       " " WS-TECHO-TEXTO "  NUEVO"
               END-IF
           END-IF.

      *    Los hallazgos se encolan con la fecha del reporte; si ya
      *    hay uno del mismo tipo para el cliente y la operacion en
      *    esa fecha, WS-EN-COLA queda en "S".
       BUSCAR-EN-COLA.
           MOVE "N" TO WS-EN-COLA.
           MOVE WS-FECHA-FIN TO BREACHQ-DATE.
           MOVE 0 TO BREACHQ-TIME.
           MOVE 0 TO BREACHQ-SEQ.
           START BREACH-QUEUE-FILE KEY NOT < BREACHQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-COLA
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-COLA
           END-START.
           PERFORM UNTIL WS-EOF-COLA = "Y"
               READ BREACH-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-COLA
                   NOT AT END
                       IF BREACHQ-DATE NOT = WS-FECHA-FIN
                           MOVE "Y" TO WS-EOF-COLA
                       ELSE
                           IF BREACHQ-CUST = WS-CUST-ACTUAL
                               AND BREACHQ-OPCION = WS-OP
                               AND BREACHQ-BANDA = WS-HALLAZGO-TIPO
                               MOVE "S" TO WS-EN-COLA
                               MOVE "Y" TO WS-EOF-COLA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    NUM1 lleva cuantos calculos forman el patron y
      *    RESULTADO su suma; LIMITE el techo que se esquivo.
       ENCOLAR-HALLAZGO.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES TO BREACHQ-RECORD.
           MOVE WS-FECHA-FIN      TO BREACHQ-DATE.
           MOVE WS-SYS-TIME       TO BREACHQ-TIME.
           MOVE 1                 TO BREACHQ-SEQ.
           MOVE WS-HALLAZGO-CANT  TO BREACHQ-NUM1.
           MOVE 0                 TO BREACHQ-NUM2.
           MOVE WS-HALLAZGO-MONTO TO BREACHQ-RESULTADO.
           MOVE WS-OP             TO BREACHQ-OPCION.
           MOVE WS-HALLAZGO-TIPO  TO BREACHQ-BANDA.
           MOVE WS-TECHO(WS-OP)   TO BREACHQ-LIMITE.
           MOVE "NUEVO"           TO BREACHQ-ESTADO.
           MOVE SPACES            TO BREACHQ-COMENTARIO.
           MOVE SPACES            TO BREACHQ-OPERADOR.
           MOVE 0                 TO BREACHQ-FECHA-REV.
           MOVE SPACES            TO BREACHQ-RESOLUCION.
           MOVE SPACES            TO BREACHQ-SUPERVISOR.
           MOVE 0                 TO BREACHQ-FECHA-CIERRE.
           MOVE WS-CUST-ACTUAL    TO BREACHQ-CUST.
           MOVE WS-CORRIDA-ACTUAL TO BREACHQ-CORRIDA.
           PERFORM WITH TEST AFTER
                   UNTIL WS-BREACHQ-FILE-STATUS NOT = "22"
                      OR BREACHQ-SEQ = 0
               WRITE BREACHQ-RECORD
               IF WS-BREACHQ-FILE-STATUS = "22"
                   ADD 1 TO BREACHQ-SEQ
               END-IF
           END-PERFORM.
           IF WS-BREACHQ-FILE-STATUS = "00"
               ADD 1 TO WS-TOT-ENCOLADOS
               MOVE "REPORTE-FRACCION" TO WS-ALR-PROGRAMA
               MOVE "W" TO WS-ALR-SEVERIDAD
               MOVE SPACES TO WS-ALR-CLAVE
               STRING "CLIENTE " WS-CUST-ACTUAL " "
                      WS-HALLAZGO-TIPO
                   DELIMITED BY SIZE INTO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-MENSAJE
               IF WS-HALLAZGO-TIPO = "FRACC"
                   STRING WS-HALLAZGO-CANT " CALCULOS DE LA OPCION "
                          WS-OP " JUSTO BAJO EL TECHO"
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
               ELSE
                   STRING WS-HALLAZGO-CANT " CALCULOS DE LA OPCION "
                          WS-OP " SUMAN MAS QUE EL TECHO EN EL DIA"
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
               END-IF
               CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
                   WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE
           ELSE
               DISPLAY "ERROR " WS-BREACHQ-FILE-STATUS
                   " ENCOLANDO EN UMBRALQ.DAT."
           END-IF.

       LEER-FECHA-AUTO.
           MOVE 0 TO WS-FECHA-AUTO.
           OPEN INPUT RPT-AUTO-FILE.
           IF WS-RPTAUTO-FILE-STATUS = "00"
               READ RPT-AUTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPTAUTO-LINE(1:8) IS NUMERIC
                           MOVE RPTAUTO-LINE(1:8)
                               TO WS-FECHA-AUTO
                       END-IF
               END-READ
               CLOSE RPT-AUTO-FILE
           END-IF.
           IF WS-FECHA-AUTO > 0
               OPEN OUTPUT RPT-AUTO-FILE
               CLOSE RPT-AUTO-FILE
           END-IF.

       END PROGRAM REPORTE-FRACCION.
