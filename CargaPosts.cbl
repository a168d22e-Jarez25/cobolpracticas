               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT LISTA-COMPLETA-FILE ASSIGN TO "LISTACOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTACOMP-FILE-STATUS.

           SELECT POSTCFG-FILE ASSIGN TO "POSTCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCFG-FILE-STATUS.

           SELECT VIGILA-FILE ASSIGN TO "VIGILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIGILA-FILE-STATUS.

           SELECT VIGILA-QUEUE-FILE ASSIGN TO "VIGILAQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VQ-KEY
               FILE STATUS IS WS-VIGILAQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  API-EXPORT-FILE.
           05 PJ-DATE              PIC 9(8).
           05 PJ-TIME              PIC 9(8).
           05 FILLER               PIC X.
      *    A = alta (o post retirado que volvio), C = cambio,
      *    R = retiro por no venir en la lista completa.
           05 PJ-TIPO              PIC X.
           05 FILLER               PIC X.
           05 PJ-POST-ID           PIC 9(6).
           05 FILLER               PIC X.
           05 PJ-DESPUES           PIC X(328).

      * Listas completas anotadas por CONSUMIR-API (ver API.cbl).
       FD  LISTA-COMPLETA-FILE.
       01 LISTACOMP-RECORD.
           05 LC-ENDPOINT          PIC X(8).
           05 FILLER               PIC X.
           05 LC-FECHA             PIC 9(8).
           05 LC-HORA              PIC 9(8).
           05 FILLER               PIC X.
           05 LC-PAGINAS           PIC 9(3).
           05 FILLER               PIC X.
           05 LC-ELEMENTOS         PIC 9(6).

      * Parametros de la conciliacion de retiros, un renglon por
      * dato:
      *   LISTA POSTS       endpoint cuya lista paginada es la
      *                     lista COMPLETA de posts (varios
      *                     renglones si hay mas de uno); sin
      *                     ninguno no se retira nada
      *   UMBRAL 10         tope de retiros en una corrida, como
      *                     porcentaje de los posts vigentes
      *                     (omision 10); arriba de eso la lista
      *                     se toma por truncada y no se retira
       FD  POSTCFG-FILE.
       01 POSTCFG-LINE             PIC X(40).

      * Lista de vigilancia de cumplimiento, un termino por
      * renglon: categoria, severidad (A alta, M media, B baja) y
      * el termino, que puede llevar espacios; mayusculas y
      * minusculas dan igual. Ejemplos:
      *   COMPETIDOR A BANCO RIVAL
      *   CUENTA     A 0012345678
      *   OFENSIVO   M GROSERIA
       FD  VIGILA-FILE.
       01 VIGILA-LINE              PIC X(60).

       FD  VIGILA-QUEUE-FILE.
           COPY "VIGILAQ.cpy".

       WORKING-STORAGE SECTION.
           COPY "APIRESP.cpy".

       01 WS-IMAGEN-ANTES          PIC X(328) VALUE SPACES.
       01 WS-PJ-TIPO               PIC X VALUE SPACE.
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-LISTACOMP-FILE-STATUS PIC XX VALUE "00".
       01 WS-POSTCFG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CFG-1                 PIC X(10) VALUE SPACES.
       01 WS-CFG-2                 PIC X(10) VALUE SPACES.
       01 WS-UMBRAL-PCT            PIC 9(3) VALUE 10.
       01 WS-NUM-LISTAS            PIC 9(2) VALUE 0.
       01 WS-L                     PIC 9(2) VALUE 0.
       01 WS-TABLA-LISTAS.
           05 WS-LISTA-ENDPOINT OCCURS 10 TIMES PIC X(8).
       01 WS-LISTA-HALLADA         PIC X VALUE "N".
       01 WS-LISTA-ENDP            PIC X(8) VALUE SPACES.
       01 WS-LISTA-SELLO           PIC 9(16) VALUE 0.
       01 WS-LISTA-ELEMENTOS       PIC 9(6) VALUE 0.
       01 WS-SELLO-FILA            PIC 9(16) VALUE 0.
       01 WS-SELLO-VISTO           PIC 9(16) VALUE 0.
       01 WS-VIGENTES              PIC 9(6) VALUE 0.
       01 WS-VISTOS                PIC 9(6) VALUE 0.
       01 WS-CANDIDATOS            PIC 9(6) VALUE 0.
       01 WS-PCT-RETIRO            PIC 9(3)V99 VALUE 0.
       01 WS-PCT-TEXTO             PIC ZZ9.99.
       01 WS-RUTINA-RC             PIC 9 VALUE 0.
       01 WS-VIGILA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-VIGILAQ-FILE-STATUS   PIC XX VALUE "00".
       01 WS-VIG-CATEGORIA         PIC X(10) VALUE SPACES.
       01 WS-VIG-SEVERIDAD         PIC X(10) VALUE SPACES.
       01 WS-VIG-PTR               PIC 9(3) VALUE 1.
       01 WS-VIG-TERMINO           PIC X(60) VALUE SPACES.
       01 WS-NUM-VIGILA            PIC 9(3) VALUE 0.
       01 WS-V                     PIC 9(3) VALUE 0.
       01 WS-VIG-SEQ               PIC 9(5) VALUE 0.
       01 WS-VIG-FECHA             PIC 9(8) VALUE 0.
       01 WS-VIG-HORA              PIC 9(8) VALUE 0.
       01 WS-VIG-HALLADO           PIC X VALUE "N".
       01 WS-VIG-CAMPO             PIC X(6) VALUE SPACES.
       01 WS-VIG-TEXTO             PIC X(200) VALUE SPACES.
       01 WS-POS                   PIC 9(3) VALUE 0.
       01 WS-TOPE                  PIC 9(3) VALUE 0.
       01 WS-ENCOLADOS             PIC 9(6) VALUE 0.

      * Terminos vigilados, en mayusculas con su largo util.
       01 WS-TABLA-VIGILA.
           05 WS-VIG-ENTRY OCCURS 100 TIMES.
               10 WS-VIG-TERM      PIC X(30).
               10 WS-VIG-LEN       PIC 9(2).
               10 WS-VIG-CAT       PIC X(10).
               10 WS-VIG-SEV       PIC X.
       01 WS-ALR-PROGRAMA          PIC X(20) VALUE "CARGA-POSTS".
       01 WS-ALR-SEVERIDAD         PIC X VALUE SPACE.
       01 WS-ALR-CLAVE             PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE           PIC X(60) VALUE SPACES.

       COPY "SYSDATE.cpy".
       01 WS-LEIDOS                PIC 9(6) VALUE 0.
       01 WS-ALTAS                 PIC 9(6) VALUE 0.
       01 WS-CAMBIOS               PIC 9(6) VALUE 0.
       01 WS-SIN-CAMBIO            PIC 9(6) VALUE 0.
       01 WS-REACTIVADOS           PIC 9(6) VALUE 0.
       01 WS-RETIRADOS             PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * actualiza con la version mas reciente y el identico se
      * cuenta como sin cambio - una sola version vigente por post
      * en lugar de una copia por cada corrida que lo bajo.
      * Cada alta o cambio pasa por la lista de vigilancia de
      * cumplimiento (VIGILA.DAT) y sus aciertos quedan en la cola
      * de revision VIGILAQ.DAT. Despues concilia contra la ultima
      * lista completa de la fuente: el post vigente que no vino
      * en ella se retira.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-LEIDOS.
           MOVE 0 TO WS-ALTAS.
           MOVE 0 TO WS-CAMBIOS.
           MOVE 0 TO WS-SIN-CAMBIO.
           MOVE 0 TO WS-REACTIVADOS.
           MOVE 0 TO WS-RETIRADOS.
           MOVE 0 TO WS-RUTINA-RC.
           MOVE 0 TO WS-ENCOLADOS.
           OPEN INPUT API-EXPORT-FILE.
           IF WS-EXPORT-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR APIEXPORT.DAT."
                   CLOSE POST-MASTER-FILE
                   OPEN I-O POST-MASTER-FILE
               END-IF
               PERFORM CARGAR-VIGILANCIA
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ API-EXPORT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE API-EXPORT-FILE
               IF WS-NUM-VIGILA > 0
                   CLOSE VIGILA-QUEUE-FILE
               END-IF
               PERFORM CONCILIAR-RETIROS
               CLOSE POST-MASTER-FILE
           END-IF.

           DISPLAY "CARGA DEL MAESTRO DE POSTS TERMINADA.".
           DISPLAY "  ALTAS:        " WS-ALTAS.
           DISPLAY "  CAMBIOS:      " WS-CAMBIOS.
           DISPLAY "  SIN CAMBIO:   " WS-SIN-CAMBIO.
           DISPLAY "  REACTIVADOS:  " WS-REACTIVADOS.
           DISPLAY "  RETIRADOS:    " WS-RETIRADOS.
           DISPLAY "  A VIGILANCIA: " WS-ENCOLADOS.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *    El export acumula corridas: una fila vieja de un post
      *    retirado no lo revive, solo una fila posterior a la
      *    ultima vez que se vio (el post volvio a la fuente).
       APLICAR-POST.
           MOVE API-EXPORT-POST-ID TO POSTMAST-ID.
           READ POST-MASTER-FILE.
           COMPUTE WS-SELLO-FILA =
               API-EXPORT-DATE * 100000000 + API-EXPORT-TIME.
           IF WS-POSTMAST-FILE-STATUS = "00"
               PERFORM CALCULAR-SELLO-VISTO
               IF POSTMAST-ESTADO = "R"
                   AND WS-SELLO-FILA > WS-SELLO-VISTO
                   MOVE POSTMAST-RECORD TO WS-IMAGEN-ANTES
                   PERFORM LLENAR-REGISTRO
                   MOVE "V" TO POSTMAST-ESTADO
                   MOVE 0 TO POSTMAST-RETIRO-FECHA
                   PERFORM MARCAR-VISTO
                   REWRITE POSTMAST-RECORD
                   ADD 1 TO WS-REACTIVADOS
                   MOVE "A" TO WS-PJ-TIPO
                   PERFORM ESCRIBIR-DIARIO
                   PERFORM FILTRAR-VIGILANCIA
               ELSE IF POSTMAST-USERID = API-EXPORT-USERID
                   AND POSTMAST-TITLE = API-EXPORT-TITLE
                   AND POSTMAST-BODY = API-EXPORT-BODY
                   ADD 1 TO WS-SIN-CAMBIO
                   IF WS-SELLO-FILA > WS-SELLO-VISTO
                       PERFORM MARCAR-VISTO
                       REWRITE POSTMAST-RECORD
                   END-IF
               ELSE
                   MOVE POSTMAST-RECORD TO WS-IMAGEN-ANTES
                   PERFORM LLENAR-REGISTRO
                   IF WS-SELLO-FILA > WS-SELLO-VISTO
                       PERFORM MARCAR-VISTO
                   END-IF
                   REWRITE POSTMAST-RECORD
                   ADD 1 TO WS-CAMBIOS
                   MOVE "C" TO WS-PJ-TIPO
                   PERFORM ESCRIBIR-DIARIO
                   PERFORM FILTRAR-VIGILANCIA
               END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-IMAGEN-ANTES
               PERFORM LLENAR-REGISTRO
               MOVE "V" TO POSTMAST-ESTADO
               MOVE 0 TO POSTMAST-RETIRO-FECHA
               PERFORM MARCAR-VISTO
               WRITE POSTMAST-RECORD
               ADD 1 TO WS-ALTAS
               MOVE "A" TO WS-PJ-TIPO
               PERFORM ESCRIBIR-DIARIO
               PERFORM FILTRAR-VIGILANCIA
           END-IF.

      *-----------------------------------------------------------
           MOVE WS-PJ-TIPO        TO PJ-TIPO.
           MOVE POSTMAST-ID       TO PJ-POST-ID.
           MOVE WS-IMAGEN-ANTES   TO PJ-ANTES.
           MOVE POSTMAST-RECORD(1:328) TO PJ-DESPUES.
           WRITE POST-JOURNAL-RECORD.
           CLOSE POST-JOURNAL-FILE.

           MOVE API-EXPORT-TITLE   TO POSTMAST-TITLE.
           MOVE API-EXPORT-BODY    TO POSTMAST-BODY.

      *-----------------------------------------------------------
      * Lista de vigilancia: VIGILA.DAT se carga una vez por
      * corrida y la cola VIGILAQ.DAT queda abierta mientras se
      * aplican los posts. Sin terminos no se abre la cola.
      *-----------------------------------------------------------
       CARGAR-VIGILANCIA.
           MOVE 0 TO WS-NUM-VIGILA.
           MOVE 0 TO WS-VIG-SEQ.
           OPEN INPUT VIGILA-FILE.
           IF WS-VIGILA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VIGILA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-VIGILA
                   END-READ
               END-PERFORM
               CLOSE VIGILA-FILE
           END-IF.
           IF WS-NUM-VIGILA > 0
               ACCEPT WS-VIG-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-VIG-HORA FROM TIME
               OPEN I-O VIGILA-QUEUE-FILE
               IF WS-VIGILAQ-FILE-STATUS = "35"
                   OPEN OUTPUT VIGILA-QUEUE-FILE
                   CLOSE VIGILA-QUEUE-FILE
                   OPEN I-O VIGILA-QUEUE-FILE
               END-IF
           END-IF.

       INTERPRETAR-VIGILA.
           MOVE SPACES TO WS-VIG-CATEGORIA WS-VIG-SEVERIDAD.
           MOVE 1 TO WS-VIG-PTR.
           UNSTRING VIGILA-LINE DELIMITED BY ALL SPACE
               INTO WS-VIG-CATEGORIA WS-VIG-SEVERIDAD
               WITH POINTER WS-VIG-PTR.
           MOVE SPACES TO WS-VIG-TERMINO.
           IF WS-VIG-PTR <= 60
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(VIGILA-LINE(WS-VIG-PTR:)))
                   TO WS-VIG-TERMINO
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-VIG-SEVERIDAD)
               TO WS-VIG-SEVERIDAD.
           IF WS-VIG-TERMINO NOT = SPACES
               AND WS-VIG-TERMINO(31:30) = SPACES
               AND (WS-VIG-SEVERIDAD = "A" OR WS-VIG-SEVERIDAD = "M"
                    OR WS-VIG-SEVERIDAD = "B")
               AND WS-NUM-VIGILA < 100
               ADD 1 TO WS-NUM-VIGILA
               MOVE WS-VIG-TERMINO TO WS-VIG-TERM(WS-NUM-VIGILA)
               COMPUTE WS-VIG-LEN(WS-NUM-VIGILA) =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-VIG-TERMINO))
               MOVE FUNCTION UPPER-CASE(WS-VIG-CATEGORIA)
                   TO WS-VIG-CAT(WS-NUM-VIGILA)
               MOVE WS-VIG-SEVERIDAD TO WS-VIG-SEV(WS-NUM-VIGILA)
           END-IF.

      *-----------------------------------------------------------
      * Cada termino vigilado se busca en el titulo y, si no esta
      * ahi, en el cuerpo del post recien dado de alta o cambiado;
      * cada acierto va a la cola de revision con el post, el
      * usuario y donde aparecio.
      *-----------------------------------------------------------
       FILTRAR-VIGILANCIA.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-NUM-VIGILA
               MOVE "TITULO" TO WS-VIG-CAMPO
               MOVE FUNCTION UPPER-CASE(POSTMAST-TITLE)
                   TO WS-VIG-TEXTO
               PERFORM BUSCAR-TERMINO-VIGILADO
               IF WS-VIG-HALLADO NOT = "S"
                   MOVE "CUERPO" TO WS-VIG-CAMPO
                   MOVE FUNCTION UPPER-CASE(POSTMAST-BODY)
                       TO WS-VIG-TEXTO
                   PERFORM BUSCAR-TERMINO-VIGILADO
               END-IF
               IF WS-VIG-HALLADO = "S"
                   PERFORM ENCOLAR-VIGILANCIA
               END-IF
           END-PERFORM.

      *    Barrido de posiciones como el de BUSCA-POSTS.
       BUSCAR-TERMINO-VIGILADO.
           MOVE "N" TO WS-VIG-HALLADO.
           COMPUTE WS-TOPE = 200 - WS-VIG-LEN(WS-V) + 1.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TOPE
               IF WS-VIG-TEXTO(WS-POS:WS-VIG-LEN(WS-V)) =
                       WS-VIG-TERM(WS-V)(1:WS-VIG-LEN(WS-V))
                   MOVE "S" TO WS-VIG-HALLADO
                   MOVE WS-TOPE TO WS-POS
               END-IF
           END-PERFORM.

       ENCOLAR-VIGILANCIA.
           ADD 1 TO WS-VIG-SEQ.
           MOVE SPACES TO VIGILAQ-RECORD.
           MOVE WS-VIG-FECHA       TO VQ-DATE.
           MOVE WS-VIG-HORA        TO VQ-TIME.
           MOVE WS-VIG-SEQ         TO VQ-SEQ.
           MOVE POSTMAST-ID        TO VQ-POST-ID.
           MOVE POSTMAST-USERID    TO VQ-USERID.
           MOVE WS-VIG-TERM(WS-V)  TO VQ-TERMINO.
           MOVE WS-VIG-CAT(WS-V)   TO VQ-CATEGORIA.
           MOVE WS-VIG-SEV(WS-V)   TO VQ-SEVERIDAD.
           MOVE WS-VIG-CAMPO       TO VQ-CAMPO.
           MOVE "NUEVO"            TO VQ-ESTADO.
           MOVE 0                  TO VQ-FECHA-REV.
           WRITE VIGILAQ-RECORD.
           IF WS-VIGILAQ-FILE-STATUS = "00"
               ADD 1 TO WS-ENCOLADOS
           ELSE
               DISPLAY "ERROR " WS-VIGILAQ-FILE-STATUS
                   " ENCOLANDO VIGILANCIA DEL POST " POSTMAST-ID
           END-IF.

      *    Un registro anterior a los campos de conciliacion no
      *    trae sello: cuenta como nunca visto.
       CALCULAR-SELLO-VISTO.
           IF POSTMAST-VISTO-FECHA IS NUMERIC
               AND POSTMAST-VISTO-HORA IS NUMERIC
               COMPUTE WS-SELLO-VISTO =
                   POSTMAST-VISTO-FECHA * 100000000
                   + POSTMAST-VISTO-HORA
           ELSE
               MOVE 0 TO WS-SELLO-VISTO
           END-IF.

       MARCAR-VISTO.
           MOVE API-EXPORT-DATE TO POSTMAST-VISTO-FECHA.
           MOVE API-EXPORT-TIME TO POSTMAST-VISTO-HORA.

      *-----------------------------------------------------------
      * Conciliacion de retiros: la ultima lista completa de un
      * endpoint de LISTA en POSTCFG.DAT da el sello de arranque
      * de esa bajada; todo post vigente visto antes de ese sello
      * no vino en la lista y se retira con fecha, con su renglon
      * R en el diario. Dos candados contra la lista truncada: la
      * carga debe haber visto al menos tantos posts como
      * elementos tuvo la lista, y los retiros no pueden pasar del
      * UMBRAL porcentual de los vigentes - si pasan, no se retira
      * nada y queda alerta para que alguien revise la fuente.
      *-----------------------------------------------------------
       CONCILIAR-RETIROS.
           PERFORM LEER-PARAMETROS.
           PERFORM BUSCAR-LISTA-COMPLETA.
           IF WS-NUM-LISTAS = 0
               DISPLAY "SIN ENDPOINT DE LISTA EN POSTCFG.DAT: NO SE "
                   "CONCILIAN RETIROS."
           ELSE IF WS-LISTA-HALLADA NOT = "S"
               DISPLAY "SIN LISTA COMPLETA EN LISTACOMP.DAT: NO SE "
                   "CONCILIAN RETIROS."
           ELSE
               PERFORM CONTAR-CANDIDATOS
               IF WS-VIGENTES > 0
                   COMPUTE WS-PCT-RETIRO ROUNDED =
                       WS-CANDIDATOS * 100 / WS-VIGENTES
               ELSE
                   MOVE 0 TO WS-PCT-RETIRO
               END-IF
               DISPLAY "LISTA COMPLETA " WS-LISTA-ENDP " DEL "
                   WS-LISTA-SELLO(1:8) ": " WS-LISTA-ELEMENTOS
                   " ELEMENTOS, " WS-CANDIDATOS " POSTS POR RETIRAR"
                   " DE " WS-VIGENTES " VIGENTES."
               IF WS-VISTOS < WS-LISTA-ELEMENTOS
                   MOVE "LISTA NO CARGADA COMPLETA: SIN RETIROS"
                       TO WS-ALR-MENSAJE
                   PERFORM DETENER-RETIROS
               ELSE IF WS-PCT-RETIRO > WS-UMBRAL-PCT
                   MOVE SPACES TO WS-ALR-MENSAJE
                   MOVE WS-PCT-RETIRO TO WS-PCT-TEXTO
                   STRING "RETIRO DE " FUNCTION TRIM(WS-PCT-TEXTO)
                          "% PASA EL UMBRAL: LISTA TRUNCADA?"
                       DELIMITED BY SIZE INTO WS-ALR-MENSAJE
                   PERFORM DETENER-RETIROS
               ELSE IF WS-CANDIDATOS > 0
                   PERFORM RETIRAR-POSTS
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       LEER-PARAMETROS.
           MOVE 10 TO WS-UMBRAL-PCT.
           MOVE 0 TO WS-NUM-LISTAS.
           OPEN INPUT POSTCFG-FILE.
           IF WS-POSTCFG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ POSTCFG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-PARAMETRO
                   END-READ
               END-PERFORM
               CLOSE POSTCFG-FILE
           END-IF.

       INTERPRETAR-PARAMETRO.
           MOVE SPACES TO WS-CFG-1 WS-CFG-2.
           UNSTRING POSTCFG-LINE DELIMITED BY ALL SPACE
               INTO WS-CFG-1 WS-CFG-2.
           EVALUATE FUNCTION UPPER-CASE(WS-CFG-1)
               WHEN "LISTA"
                   IF WS-CFG-2 NOT = SPACES AND WS-NUM-LISTAS < 10
                       ADD 1 TO WS-NUM-LISTAS
                       MOVE WS-CFG-2
                           TO WS-LISTA-ENDPOINT(WS-NUM-LISTAS)
                   END-IF
               WHEN "UMBRAL"
                   IF FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                       AND FUNCTION NUMVAL(WS-CFG-2) >= 0
                       AND FUNCTION NUMVAL(WS-CFG-2) <= 100
                       COMPUTE WS-UMBRAL-PCT =
                           FUNCTION NUMVAL(WS-CFG-2)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    La ultima lista completa (la de sello mas reciente) de
      *    cualquiera de los endpoints de LISTA.
       BUSCAR-LISTA-COMPLETA.
           MOVE "N" TO WS-LISTA-HALLADA.
           MOVE 0 TO WS-LISTA-SELLO.
           OPEN INPUT LISTA-COMPLETA-FILE.
           IF WS-LISTACOMP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LISTA-COMPLETA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM EVALUAR-LISTA
                   END-READ
               END-PERFORM
               CLOSE LISTA-COMPLETA-FILE
           END-IF.

       EVALUAR-LISTA.
           IF LC-FECHA IS NUMERIC AND LC-HORA IS NUMERIC
               AND LC-ELEMENTOS IS NUMERIC
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > WS-NUM-LISTAS
                   IF LC-ENDPOINT = WS-LISTA-ENDPOINT(WS-L)
                       AND LC-FECHA * 100000000 + LC-HORA
                           >= WS-LISTA-SELLO
                       MOVE "S" TO WS-LISTA-HALLADA
                       MOVE LC-ENDPOINT TO WS-LISTA-ENDP
                       COMPUTE WS-LISTA-SELLO =
                           LC-FECHA * 100000000 + LC-HORA
                       MOVE LC-ELEMENTOS TO WS-LISTA-ELEMENTOS
                       MOVE WS-NUM-LISTAS TO WS-L
                   END-IF
               END-PERFORM
           END-IF.

       CONTAR-CANDIDATOS.
           MOVE 0 TO WS-VIGENTES.
           MOVE 0 TO WS-VISTOS.
           MOVE 0 TO WS-CANDIDATOS.
           MOVE 0 TO POSTMAST-ID.
           START POST-MASTER-FILE KEY NOT < POSTMAST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ POST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF POSTMAST-ESTADO NOT = "R"
                           ADD 1 TO WS-VIGENTES
                           PERFORM CALCULAR-SELLO-VISTO
                           IF WS-SELLO-VISTO < WS-LISTA-SELLO
                               ADD 1 TO WS-CANDIDATOS
                           ELSE
                               ADD 1 TO WS-VISTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DETENER-RETIROS.
           DISPLAY "  RETIROS DETENIDOS: "
               FUNCTION TRIM(WS-ALR-MENSAJE).
           MOVE "W" TO WS-ALR-SEVERIDAD.
           MOVE "POSTMAST.DAT" TO WS-ALR-CLAVE.
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.
           MOVE 4 TO WS-RUTINA-RC.

       RETIRAR-POSTS.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO POSTMAST-ID.
           START POST-MASTER-FILE KEY NOT < POSTMAST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ POST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF POSTMAST-ESTADO NOT = "R"
                           PERFORM CALCULAR-SELLO-VISTO
                           IF WS-SELLO-VISTO < WS-LISTA-SELLO
                               PERFORM RETIRAR-POST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RETIRAR-POST.
           MOVE POSTMAST-RECORD TO WS-IMAGEN-ANTES.
           MOVE "R" TO POSTMAST-ESTADO.
           MOVE WS-SYS-DATE TO POSTMAST-RETIRO-FECHA.
           REWRITE POSTMAST-RECORD.
           ADD 1 TO WS-RETIRADOS.
           DISPLAY "  RETIRADO POST " POSTMAST-ID
               " - " FUNCTION TRIM(POSTMAST-TITLE(1:40)).
           MOVE "R" TO WS-PJ-TIPO.
           PERFORM ESCRIBIR-DIARIO.

       END PROGRAM CARGA-POSTS.
