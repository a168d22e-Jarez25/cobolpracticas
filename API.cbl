               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-FILE-STATUS.

           SELECT SOLO-FILE ASSIGN TO "APISOLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLO-FILE-STATUS.

           SELECT MENSAJESQ-FILE ASSIGN TO "MENSAJESQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENSAJESQ-FILE-STATUS.

           SELECT MENSAJE-LOG-FILE ASSIGN TO "MENSAJELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGLOG-FILE-STATUS.

           SELECT LISTA-COMPLETA-FILE ASSIGN TO "LISTACOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTACOMP-FILE-STATUS.

           SELECT CIRCUITO-FILE ASSIGN TO "APICIRC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APICIRC-FILE-STATUS.

           SELECT CIRC-CONFIG-FILE ASSIGN TO "CIRCCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCCFG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  API-CONFIG-FILE.
      * "N" desactiva el endpoint sin borrar su renglon, METHOD es
      * GET o POST, ESPERA dice si la respuesta es U(nico) objeto
      * o L(ista), y RESPFILE nombra el archivo de respuesta.
      * ESPERA "N" marca un servicio de mensajeria: no se consulta
      * en el recorrido del maestro, solo recibe los POST de la
      * bandeja MENSAJESQ.DAT y su respuesta no se parsea.
      * ESPERA "A" es un archivo a pedido (como las tasas de
      * cambio): tampoco entra al recorrido, se baja solo cuando
      * otro programa lo pide por APISOLO.DAT y su respuesta se
      * archiva tal cual, sin parsear, para que ese programa la
      * lea.
       FD  ENDPOINT-MASTER-FILE.
       01 ENDPMAST-RECORD.
           05 ENDPMAST-ID          PIC X(8).
           05 RETRYQ-RESPFILE      PIC X(40).
           05 FILLER               PIC X.
           05 RETRYQ-URL           PIC X(150).
      *    Cuerpo del POST de un mensaje de la bandeja; espacios
      *    para los endpoints de datos.
           05 FILLER               PIC X.
           05 RETRYQ-DATOS         PIC X(100).

       FD  DEAD-LETTER-FILE.
       01 DEADLT-RECORD.
           05 DEADLT-INTENTOS      PIC 9(3).
           05 FILLER               PIC X.
           05 DEADLT-URL           PIC X(150).
           05 FILLER               PIC X.
           05 DEADLT-DATOS         PIC X(100).

       FD  REINT-CONFIG-FILE.
       01 REINT-CONFIG-LINE        PIC X(10).
           05 FILLER               PIC X.
           05 QUAR-DATOS           PIC X(250).

      * Pedido de un solo endpoint: el id de ENDPMAST.DAT que un
      * programa de la cadena necesita bajar ya (se limpia al
      * leerse).
       FD  SOLO-FILE.
       01 SOLO-LINE                PIC X(8).

       FD  MENSAJESQ-FILE.
           COPY "MENSAJESQ.cpy".

      * Bitacora de mensajes: un renglon por envio de la bandeja
      * (y por cada reintento de la cola) con su desenlace HTTP.
      * RESULTADO: ENVIADO, ENCOLADO (fallo, queda en la cola de
      * reintentos), RECHAZADO (credencial, va a la lista muerta),
      * CUPO (sin presupuesto hoy, queda en la cola) o RETENIDO
      * (sin endpoint activo, queda en la bandeja).
       FD  MENSAJE-LOG-FILE.
       01 MSGLOG-RECORD.
           05 MSGLOG-DATE          PIC 9(8).
           05 MSGLOG-TIME          PIC 9(8).
           05 FILLER               PIC X.
           05 MSGLOG-ENDPOINT      PIC X(8).
           05 FILLER               PIC X.
           05 MSGLOG-HTTP          PIC 9(3).
           05 FILLER               PIC X.
           05 MSGLOG-RESULTADO     PIC X(10).
           05 FILLER               PIC X.
           05 MSGLOG-REFERENCIA    PIC X(20).
           05 FILLER               PIC X.
           05 MSGLOG-DATOS         PIC X(100).
           05 FILLER               PIC X.
           05 MSGLOG-CORRIDA       PIC X(15).

      * Constancia de cada lista paginada que llego COMPLETA: todas
      * las paginas sin falla hasta la pagina vacia, sin corte por
      * cupo y sin elementos en cuarentena. FECHA/HORA son las del
      * arranque del paginado, asi que toda fila de APIEXPORT.DAT
      * de esa lista trae sello igual o posterior; CARGA-POSTS
      * retira lo que no vino desde ese sello.
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

       FD  CIRCUITO-FILE.
           COPY "APICIRC.cpy".

      * Parametros del cortacircuito, un renglon por dato:
      *   FALLAS 5          fallas consecutivas de un endpoint que
      *                     abren su circuito (omision 5)
      *   ENFRIAMIENTO 60   minutos con el circuito abierto antes
      *                     de dejar pasar la llamada de prueba
      *                     (omision 60)
       FD  CIRC-CONFIG-FILE.
       01 CIRCCFG-LINE             PIC X(40).

       WORKING-STORAGE SECTION.
           COPY "APIRESP.cpy".

           01 WS-ARCHIVO-NOMBRE    PIC X(60) VALUE SPACES.
           01 WS-REINT-HALLADO     PIC 9(3) VALUE 0.
           01 WS-TABLA-REINTENTOS.
               05 WS-REINT-ENTRY OCCURS 200 TIMES.
                   10 WS-REINT-ID       PIC X(8).
                   10 WS-REINT-INTENTOS PIC 9(3).
                   10 WS-REINT-METODO   PIC X(4).
                   10 WS-REINT-ESPERA   PIC X.
                   10 WS-REINT-RESPFILE PIC X(40).
                   10 WS-REINT-URL      PIC X(150).
                   10 WS-REINT-DATOS    PIC X(100).
      *            R = resuelto en esta corrida (sale de la cola)
                   10 WS-REINT-ESTADO   PIC X.
      * Credenciales por endpoint (APITOKENS.DAT, un renglon
           01 WS-EN-PAGINADO       PIC X VALUE "N".
           01 WS-PAG-PEOR-RC       PIC 9 VALUE 0.
           01 WS-PAG-CUPO-CORTE    PIC X VALUE "N".
           01 WS-PAG-VACIA         PIC X VALUE "N".
           01 WS-PAG-INI-FECHA     PIC 9(8) VALUE 0.
           01 WS-PAG-INI-HORA      PIC 9(8) VALUE 0.
           01 WS-LISTACOMP-FILE-STATUS PIC XX VALUE "00".
           01 WS-APICIRC-FILE-STATUS PIC XX VALUE "00".
           01 WS-CIRCCFG-FILE-STATUS PIC XX VALUE "00".
           01 WS-EOF-CIRC          PIC X VALUE "N".
           01 WS-CIRC-CFG-1        PIC X(20) VALUE SPACES.
           01 WS-CIRC-CFG-2        PIC X(20) VALUE SPACES.
           01 WS-CIRC-MAX-FALLAS   PIC 9(3) VALUE 5.
           01 WS-CIRC-ENFRIAR      PIC 9(5) VALUE 60.
           01 WS-CIRC-ABIERTO      PIC X VALUE "N".
           01 WS-CIRC-HALLADO      PIC 9(3) VALUE 0.
           01 WS-CIRC-IDX          PIC 9(3) VALUE 0.
           01 WS-NUM-CIRC          PIC 9(3) VALUE 0.
           01 WS-CIRC-AHORA        PIC 9(9) VALUE 0.
           01 WS-CIRC-DESDE        PIC 9(9) VALUE 0.
           01 WS-CIRC-HORA-X.
               05 WS-CIRC-HH       PIC 99.
               05 WS-CIRC-MI       PIC 99.
               05 FILLER           PIC 9(4).
      * Circuitos por endpoint en memoria durante la corrida.
      * ESTADO P = abierto con su llamada de prueba en curso.
           01 WS-TABLA-CIRCUITOS.
               05 WS-CIRC-ENTRY OCCURS 100 TIMES.
                   10 WS-CIRC-ID        PIC X(8).
                   10 WS-CIRC-ESTADO    PIC X.
                   10 WS-CIRC-FALLAS    PIC 9(3).
                   10 WS-CIRC-FECHA     PIC 9(8).
                   10 WS-CIRC-HORA      PIC 9(8).
                   10 WS-CIRC-OMITIDAS  PIC 9(5).
                   10 WS-CIRC-OPERADOR  PIC X(10).
                   10 WS-CIRC-REINICIO  PIC 9(8).
           01 WS-ALR-PROGRAMA      PIC X(20) VALUE SPACES.
           01 WS-ALR-SEVERIDAD     PIC X VALUE SPACE.
           01 WS-ALR-CLAVE         PIC X(20) VALUE SPACES.
           01 WS-BATCHFILE-TABLE.
               05 WS-BATCHFILE-ENTRY OCCURS 20 TIMES
                       PIC X(40).
      * Bandeja de mensajes: WS-POST-DATOS es el cuerpo del POST
      * en curso (espacios fuera de un mensaje); los renglones sin
      * endpoint activo se retienen para reescribir la bandeja.
           01 WS-POST-DATOS        PIC X(100) VALUE SPACES.
           01 WS-SOLO-FILE-STATUS  PIC XX VALUE "00".
           01 WS-ENDP-SOLO         PIC X(8) VALUE SPACES.
           01 WS-MENSAJESQ-FILE-STATUS PIC XX VALUE "00".
           01 WS-MSGLOG-FILE-STATUS PIC XX VALUE "00".
           01 WS-EOF-MENSAJES      PIC X VALUE "N".
           01 WS-MSG-REFERENCIA    PIC X(20) VALUE SPACES.
           01 WS-MSG-RESULTADO     PIC X(10) VALUE SPACES.
           01 WS-MSG-HALLADO       PIC X VALUE "N".
           01 WS-MSG-ENVIADOS      PIC 9(5) VALUE 0.
           01 WS-MSG-FALLIDOS      PIC 9(5) VALUE 0.
           01 WS-NUM-RETENIDOS     PIC 9(3) VALUE 0.
           01 WS-RETEN-IDX         PIC 9(3) VALUE 0.
           01 WS-TABLA-RETENIDOS.
               05 WS-RETENIDO OCCURS 200 TIMES PIC X(130).

           01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
           01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEER-ENDPOINT-SOLO.
           IF WS-ENDP-SOLO NOT = SPACES
               PERFORM LEER-TOKENS
               PERFORM LEER-CIRCUITOS
               MOVE 0 TO WS-PEOR-RC
               PERFORM PROCESAR-ENDPOINT-SOLO
               PERFORM GRABAR-CIRCUITOS
               MOVE WS-PEOR-RC TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LEER-ARCHIVOS-LOTE.
           PERFORM LEER-TOKENS.
           PERFORM LEER-ENDPOINTS.
           PERFORM LEER-RESULTADO-CALC.
           MOVE 0 TO WS-PEOR-RC.
           PERFORM LEER-CIRCUITOS.
           PERFORM LEER-COLA-REINTENTOS.
           PERFORM REPROCESAR-COLA.

               END-IF
           END-IF.

           PERFORM PROCESAR-BANDEJA-MENSAJES.
           PERFORM GRABAR-COLA-REINTENTOS.
           PERFORM GRABAR-CIRCUITOS.
           MOVE WS-PEOR-RC TO RETURN-CODE.
           GOBACK.

           IF WS-RETRYQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-RETRYQ
               PERFORM UNTIL WS-EOF-RETRYQ = "Y"
                       OR WS-NUM-REINTENTOS = 200
                   READ RETRY-QUEUE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RETRYQ
                                       WS-NUM-REINTENTOS)
                               MOVE RETRYQ-URL TO
                                   WS-REINT-URL(WS-NUM-REINTENTOS)
                               MOVE RETRYQ-DATOS TO
                                   WS-REINT-DATOS(WS-NUM-REINTENTOS)
                               MOVE SPACE TO
                                   WS-REINT-ESTADO(
                                       WS-NUM-REINTENTOS)
                       TO WS-ESPERA
                   MOVE WS-REINT-RESPFILE(WS-REPRO-IDX)
                       TO WS-RESPONSE-FILENAME
                   MOVE WS-REINT-DATOS(WS-REPRO-IDX)
                       TO WS-POST-DATOS
                   ADD 1 TO WS-ENDPOINT-IDX
      *            La cola tambien respeta el cupo diario: un
      *            endpoint sin presupuesto se queda encolado tal
                       IF WS-PEOR-RC < 4
                           MOVE 4 TO WS-PEOR-RC
                       END-IF
                       IF WS-ESPERA = "N"
                           MOVE "CUPO" TO WS-MSG-RESULTADO
                           PERFORM REGISTRAR-MENSAJE
                       END-IF
                   ELSE
                       PERFORM VERIFICAR-CIRCUITO
                       IF WS-CIRC-ABIERTO = "S"
                           PERFORM SALTAR-POR-CIRCUITO
                           IF WS-ESPERA = "N"
                               MOVE "CIRCUITO" TO WS-MSG-RESULTADO
                               PERFORM REGISTRAR-MENSAJE
                           END-IF
                       ELSE
                       IF WS-ESPERA = "L"
                           PERFORM PROCESAR-ENDPOINT-PAGINADO
                       ELSE
                           MOVE "N" TO WS-AUTH-RECHAZADA
                           PERFORM PROCESAR-ENDPOINT
                           IF WS-ESPERA = "N"
                               PERFORM CLASIFICAR-ENVIO
                               PERFORM REGISTRAR-MENSAJE
                           END-IF
                       END-IF
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ENDP-ID-ACTUAL
                   MOVE "GET" TO WS-METODO
                   MOVE SPACE TO WS-ESPERA
                   MOVE SPACES TO WS-POST-DATOS
               END-PERFORM
           END-IF.

      *    no de transporte: reintentar manana bajaria lo mismo, asi
      *    que para la cola cuenta como resuelto.
       ANOTAR-RESULTADO-COLA.
           PERFORM ANOTAR-CIRCUITO.
           PERFORM BUSCAR-EN-COLA.
           IF WS-ENDPOINT-RC < 8
               IF WS-REINT-HALLADO > 0
               END-IF
           ELSE
               IF WS-REINT-HALLADO = 0
                   AND WS-NUM-REINTENTOS < 200
                   ADD 1 TO WS-NUM-REINTENTOS
                   MOVE WS-NUM-REINTENTOS TO WS-REINT-HALLADO
                   MOVE WS-ENDP-ID-ACTUAL
                   MOVE WS-RESPONSE-FILENAME
                       TO WS-REINT-RESPFILE(WS-REINT-HALLADO)
                   MOVE WS-URL TO WS-REINT-URL(WS-REINT-HALLADO)
                   MOVE WS-POST-DATOS
                       TO WS-REINT-DATOS(WS-REINT-HALLADO)
                   MOVE SPACE TO WS-REINT-ESTADO(WS-REINT-HALLADO)
               END-IF
               IF WS-REINT-HALLADO > 0
               END-IF
           END-IF.

      *    Los mensajes comparten la URL de su endpoint: en la cola
      *    los distingue el cuerpo del POST.
       BUSCAR-EN-COLA.
           MOVE 0 TO WS-REINT-HALLADO.
           PERFORM VARYING WS-REINT-IDX FROM 1 BY 1
                   UNTIL WS-REINT-IDX > WS-NUM-REINTENTOS
               IF WS-REINT-URL(WS-REINT-IDX) = WS-URL
                   AND WS-REINT-DATOS(WS-REINT-IDX) = WS-POST-DATOS
                   AND WS-REINT-ESTADO(WS-REINT-IDX) NOT = "R"
                   MOVE WS-REINT-IDX TO WS-REINT-HALLADO
                   MOVE WS-NUM-REINTENTOS TO WS-REINT-IDX
                           TO RETRYQ-RESPFILE
                       MOVE WS-REINT-URL(WS-REINT-IDX)
                           TO RETRYQ-URL
                       MOVE WS-REINT-DATOS(WS-REINT-IDX)
                           TO RETRYQ-DATOS
                       WRITE RETRYQ-RECORD
                   END-IF
               END-IF
           MOVE WS-REINT-INTENTOS(WS-REINT-IDX)
               TO DEADLT-INTENTOS.
           MOVE WS-REINT-URL(WS-REINT-IDX) TO DEADLT-URL.
           MOVE WS-REINT-DATOS(WS-REINT-IDX) TO DEADLT-DATOS.
           WRITE DEADLT-RECORD.
           CLOSE DEAD-LETTER-FILE.
           DISPLAY "ENDPOINT AGOTADO, A LISTA MUERTA: "
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.

      *-----------------------------------------------------------
      * Bandeja de mensajes MENSAJESQ.DAT (la llenan los pasos de
      * la cadena, como RECORDATORIOS-CUOTAS): cada renglon es un
      * POST al endpoint de mensajeria de ENDPMAST.DAT que nombra,
      * con el mismo curl, token, cupo y cola de reintentos que el
      * resto de los endpoints. Cada envio queda en MENSAJELOG.DAT
      * con su codigo HTTP; lo que falla sigue por la cola, y solo
      * los renglones sin endpoint activo (o con la cola llena) se
      * quedan en la bandeja para la siguiente corrida.
      *-----------------------------------------------------------
       PROCESAR-BANDEJA-MENSAJES.
           MOVE 0 TO WS-NUM-RETENIDOS.
           MOVE 0 TO WS-MSG-ENVIADOS.
           MOVE 0 TO WS-MSG-FALLIDOS.
           OPEN INPUT MENSAJESQ-FILE.
           IF WS-MENSAJESQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-MENSAJES
               PERFORM UNTIL WS-EOF-MENSAJES = "Y"
                   READ MENSAJESQ-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-MENSAJES
                       NOT AT END
                           IF MENSAJESQ-RECORD NOT = SPACES
                               PERFORM ENVIAR-MENSAJE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MENSAJESQ-FILE
               PERFORM REESCRIBIR-BANDEJA
               DISPLAY "BANDEJA DE MENSAJES: " WS-MSG-ENVIADOS
                   " ENVIADOS, " WS-MSG-FALLIDOS " A LA COLA, "
                   WS-NUM-RETENIDOS " RETENIDOS."
           END-IF.

       ENVIAR-MENSAJE.
           MOVE MSGQ-ENDPOINT   TO WS-ENDP-ID-ACTUAL.
           MOVE MSGQ-REFERENCIA TO WS-MSG-REFERENCIA.
           MOVE MSGQ-DATOS      TO WS-POST-DATOS.
           MOVE 0 TO WS-HTTP-CODE.
           PERFORM BUSCAR-ENDPOINT-MENSAJE.
           IF WS-MSG-HALLADO NOT = "S"
               OR WS-NUM-REINTENTOS NOT < 200
               DISPLAY "MENSAJE RETENIDO EN LA BANDEJA: "
                   MSGQ-ENDPOINT " " MSGQ-REFERENCIA
               PERFORM RETENER-MENSAJE
               MOVE "RETENIDO" TO WS-MSG-RESULTADO
               PERFORM REGISTRAR-MENSAJE
           ELSE
               ADD 1 TO WS-ENDPOINT-IDX
               MOVE "POST" TO WS-METODO
               MOVE "N"    TO WS-ESPERA
               PERFORM VERIFICAR-CUPO
               IF WS-CUPO-AGOTADO = "S"
                   PERFORM SALTAR-POR-CUPO
                   ADD 1 TO WS-MSG-FALLIDOS
                   MOVE "CUPO" TO WS-MSG-RESULTADO
               ELSE
                   PERFORM VERIFICAR-CIRCUITO
                   IF WS-CIRC-ABIERTO = "S"
                       PERFORM SALTAR-POR-CIRCUITO
                       ADD 1 TO WS-MSG-FALLIDOS
                       MOVE "CIRCUITO" TO WS-MSG-RESULTADO
                   ELSE
                       MOVE "N" TO WS-AUTH-RECHAZADA
                       PERFORM PROCESAR-ENDPOINT
                       PERFORM CLASIFICAR-ENVIO
                   END-IF
               END-IF
               PERFORM REGISTRAR-MENSAJE
           END-IF.
           MOVE "GET" TO WS-METODO.
           MOVE SPACE TO WS-ESPERA.
           MOVE SPACES TO WS-ENDP-ID-ACTUAL.
           MOVE SPACES TO WS-POST-DATOS.
           MOVE SPACES TO WS-MSG-REFERENCIA.

      *    El endpoint del mensaje tiene que existir en el maestro,
      *    estar activo y ser de mensajeria (ESPERA "N").
       BUSCAR-ENDPOINT-MENSAJE.
           MOVE "N" TO WS-MSG-HALLADO.
           MOVE 0 TO WS-CUPO-ENDPOINT.
           OPEN INPUT ENDPOINT-MASTER-FILE.
           IF WS-ENDPMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CUPO
               PERFORM UNTIL WS-EOF-CUPO = "Y"
                   READ ENDPOINT-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CUPO
                       NOT AT END
                           IF ENDPMAST-ID = WS-ENDP-ID-ACTUAL
                               AND ENDPMAST-ACTIVO NOT = "N"
                               AND ENDPMAST-ESPERA = "N"
                               MOVE "S" TO WS-MSG-HALLADO
                               MOVE ENDPMAST-URL TO WS-URL
                               IF ENDPMAST-CUPO IS NUMERIC
                                   MOVE ENDPMAST-CUPO
                                       TO WS-CUPO-ENDPOINT
                               END-IF
                               IF ENDPMAST-RESPFILE NOT = SPACES
                                   MOVE ENDPMAST-RESPFILE
                                       TO WS-RESPONSE-FILENAME
                               ELSE
                                   MOVE SPACES
                                       TO WS-RESPONSE-FILENAME
                                   STRING "response_"
                                       FUNCTION TRIM(ENDPMAST-ID)
                                       ".txt"
                                       DELIMITED BY SIZE
                                       INTO WS-RESPONSE-FILENAME
                               END-IF
                               MOVE "Y" TO WS-EOF-CUPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDPOINT-MASTER-FILE
           END-IF.

      *    PROCESAR-ENDPOINT ya anoto la cola: aqui solo se nombra
      *    el desenlace para la bitacora de mensajes.
       CLASIFICAR-ENVIO.
           IF WS-ENDPOINT-RC < 8
               MOVE "ENVIADO" TO WS-MSG-RESULTADO
               ADD 1 TO WS-MSG-ENVIADOS
           ELSE
               IF WS-AUTH-RECHAZADA = "S"
                   MOVE "RECHAZADO" TO WS-MSG-RESULTADO
               ELSE
                   MOVE "ENCOLADO" TO WS-MSG-RESULTADO
               END-IF
               ADD 1 TO WS-MSG-FALLIDOS
           END-IF.

       RETENER-MENSAJE.
           IF WS-NUM-RETENIDOS < 200
               ADD 1 TO WS-NUM-RETENIDOS
               MOVE MENSAJESQ-RECORD
                   TO WS-RETENIDO(WS-NUM-RETENIDOS)
           ELSE
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "BANDEJA SATURADA, MENSAJE PERDIDO: "
                      MSGQ-ENDPOINT " " MSGQ-REFERENCIA
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-PEOR-RC
           END-IF.

      *    La bandeja se vacia y solo vuelven los renglones
      *    retenidos; todo lo demas ya esta enviado o en la cola.
       REESCRIBIR-BANDEJA.
           OPEN OUTPUT MENSAJESQ-FILE.
           PERFORM VARYING WS-RETEN-IDX FROM 1 BY 1
                   UNTIL WS-RETEN-IDX > WS-NUM-RETENIDOS
               MOVE WS-RETENIDO(WS-RETEN-IDX) TO MENSAJESQ-RECORD
               WRITE MENSAJESQ-RECORD
           END-PERFORM.
           CLOSE MENSAJESQ-FILE.
           IF WS-NUM-RETENIDOS > 0 AND WS-PEOR-RC < 4
               MOVE 4 TO WS-PEOR-RC
           END-IF.

       REGISTRAR-MENSAJE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND MENSAJE-LOG-FILE.
           IF WS-MSGLOG-FILE-STATUS = "35"
               OPEN OUTPUT MENSAJE-LOG-FILE
           END-IF.
           MOVE SPACES TO MSGLOG-RECORD.
           MOVE WS-SYS-DATE       TO MSGLOG-DATE.
           MOVE WS-SYS-TIME       TO MSGLOG-TIME.
           MOVE WS-ENDP-ID-ACTUAL TO MSGLOG-ENDPOINT.
           MOVE WS-HTTP-CODE      TO MSGLOG-HTTP.
           MOVE WS-MSG-RESULTADO  TO MSGLOG-RESULTADO.
           IF WS-MSG-REFERENCIA NOT = SPACES
               MOVE WS-MSG-REFERENCIA TO MSGLOG-REFERENCIA
           ELSE
               MOVE "REINTENTO DE COLA" TO MSGLOG-REFERENCIA
           END-IF.
           MOVE WS-POST-DATOS     TO MSGLOG-DATOS.
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ACTUAL.
           MOVE WS-CORRIDA-ACTUAL TO MSGLOG-CORRIDA.
           WRITE MSGLOG-RECORD.
           CLOSE MENSAJE-LOG-FILE.

      *-----------------------------------------------------------
      * Corrida de un solo endpoint: cuando un programa deja su id
      * en APISOLO.DAT (CARGA-TASAS antes del lote de calculo), se
      * baja solo ese endpoint con su token y su cupo, sin tocar la
      * cola de reintentos, la bandeja ni el resto del maestro: el
      * que lo pidio lee la respuesta y decide. Su RC es el de la
      * llamada.
      *-----------------------------------------------------------
       LEER-ENDPOINT-SOLO.
           MOVE SPACES TO WS-ENDP-SOLO.
           OPEN INPUT SOLO-FILE.
           IF WS-SOLO-FILE-STATUS = "00"
               READ SOLO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SOLO-LINE TO WS-ENDP-SOLO
               END-READ
               CLOSE SOLO-FILE
           END-IF.
           IF WS-ENDP-SOLO NOT = SPACES
               OPEN OUTPUT SOLO-FILE
               CLOSE SOLO-FILE
           END-IF.

       PROCESAR-ENDPOINT-SOLO.
           MOVE "N" TO WS-HAY-MAESTRO.
           OPEN INPUT ENDPOINT-MASTER-FILE.
           IF WS-ENDPMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-MAESTRO
               PERFORM UNTIL WS-EOF-MAESTRO = "Y"
                   READ ENDPOINT-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-MAESTRO
                       NOT AT END
                           IF ENDPMAST-ID = WS-ENDP-SOLO
                               AND ENDPMAST-ACTIVO NOT = "N"
                               MOVE "S" TO WS-HAY-MAESTRO
                               MOVE "Y" TO WS-EOF-MAESTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDPOINT-MASTER-FILE
           END-IF.
           IF WS-HAY-MAESTRO NOT = "S"
               DISPLAY "ENDPOINT PEDIDO SIN RENGLON ACTIVO EN"
                   " ENDPMAST.DAT: " WS-ENDP-SOLO
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ENDPOINT PEDIDO SIN RENGLON ACTIVO: "
                   WS-ENDP-SOLO DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-PEOR-RC
           ELSE
               MOVE 1 TO WS-ENDPOINT-IDX
               MOVE ENDPMAST-ID     TO WS-ENDP-ID-ACTUAL
               MOVE ENDPMAST-URL    TO WS-URL
               MOVE ENDPMAST-METHOD TO WS-METODO
               MOVE ENDPMAST-ESPERA TO WS-ESPERA
               IF ENDPMAST-CUPO IS NUMERIC
                   MOVE ENDPMAST-CUPO TO WS-CUPO-ENDPOINT
               ELSE
                   MOVE 0 TO WS-CUPO-ENDPOINT
               END-IF
               IF ENDPMAST-RESPFILE NOT = SPACES
                   MOVE ENDPMAST-RESPFILE TO WS-RESPONSE-FILENAME
               ELSE
                   MOVE SPACES TO WS-RESPONSE-FILENAME
                   STRING "response_"
                          FUNCTION TRIM(ENDPMAST-ID) ".txt"
                       DELIMITED BY SIZE
                       INTO WS-RESPONSE-FILENAME
               END-IF
               PERFORM VERIFICAR-CUPO
               IF WS-CUPO-AGOTADO = "S"
                   DISPLAY "CUPO DIARIO AGOTADO, NO SE PIDE: "
                       WS-ENDP-ID-ACTUAL
                   MOVE 0 TO WS-INTENTO
                   MOVE 0 TO WS-HTTP-CODE
                   MOVE 0 TO WS-EXPECTED-BYTES
                   MOVE "CUPO AGOTADO" TO WS-CALLLOG-NOTA
                   PERFORM REGISTRAR-LLAMADA
                   MOVE 8 TO WS-PEOR-RC
               ELSE
                   PERFORM VERIFICAR-CIRCUITO
                   IF WS-CIRC-ABIERTO = "S"
      *                Quien lo pidio no tiene respuesta nueva que
      *                leer: para el es una falla.
                       DISPLAY "CIRCUITO ABIERTO, NO SE PIDE: "
                           WS-ENDP-ID-ACTUAL
                       PERFORM REGISTRAR-OMISION-CIRCUITO
                       MOVE 8 TO WS-PEOR-RC
                   ELSE
                       PERFORM PROCESAR-ENDPOINT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Reads the list of already-downloaded response files to
      * process from BATCH-FILES.DAT (one filename per line, up to
               DISPLAY "ENDPOINT DESACTIVADO, SE OMITE: "
                   ENDPMAST-ID
           ELSE
           IF ENDPMAST-ESPERA = "N" OR ENDPMAST-ESPERA = "A"
      *        Mensajeria y archivos a pedido: solo se les habla
      *        desde la bandeja de mensajes o desde APISOLO.DAT.
               CONTINUE
           ELSE
           IF WS-REINT-HALLADO > 0
      *        Este endpoint ya se intento hoy desde la cola de
      *        reintentos; volverlo a pedir duplicaria el intento.
               IF WS-CUPO-AGOTADO = "S"
                   PERFORM SALTAR-POR-CUPO
               ELSE
                   PERFORM VERIFICAR-CIRCUITO
                   IF WS-CIRC-ABIERTO = "S"
                       PERFORM SALTAR-POR-CIRCUITO
                   ELSE
                   IF WS-ESPERA = "L"
                       PERFORM PROCESAR-ENDPOINT-PAGINADO
                   ELSE
                       PERFORM PROCESAR-ENDPOINT
                   END-IF
                   END-IF
               END-IF
               MOVE "GET" TO WS-METODO
               MOVE SPACE TO WS-ESPERA
               MOVE SPACES TO WS-ENDP-ID-ACTUAL
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
           MOVE 0 TO WS-PAG-PEOR-RC.
           MOVE "N" TO WS-FIN-PAGINAS.
           MOVE "N" TO WS-PAG-CUPO-CORTE.
           MOVE "N" TO WS-PAG-VACIA.
           ACCEPT WS-PAG-INI-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-PAG-INI-HORA FROM TIME.
           MOVE "S" TO WS-EN-PAGINADO.
           PERFORM PEDIR-PAGINA
               UNTIL WS-FIN-PAGINAS = "S" OR WS-PAG-NUM >= 99.
           DISPLAY "LISTA COMPLETA: " WS-PAG-NUM " PAGINAS, "
               WS-PAG-TOT-ELEM " ELEMENTOS, "
               WS-PAG-TOT-FILAS " FILAS EXPORTADAS.".
           IF WS-PAG-VACIA = "S" AND WS-PAG-CUPO-CORTE = "N"
               AND WS-PAG-PEOR-RC = 0
               AND WS-PAG-TOT-FILAS = WS-PAG-TOT-ELEM
               PERFORM ANOTAR-LISTA-COMPLETA
           ELSE
               DISPLAY "  LISTA INCOMPLETA: NO SIRVE PARA CONCILIAR "
                   "RETIROS."
           END-IF.

      *-----------------------------------------------------------
      * Solo una lista que llego entera de punta a punta se anota
      * en LISTACOMP.DAT; una lista cortada o con cuarentena
      * parece "posts borrados" que no lo estan.
      *-----------------------------------------------------------
       ANOTAR-LISTA-COMPLETA.
           OPEN EXTEND LISTA-COMPLETA-FILE.
           IF WS-LISTACOMP-FILE-STATUS = "35"
               OPEN OUTPUT LISTA-COMPLETA-FILE
           END-IF.
           MOVE SPACES TO LISTACOMP-RECORD.
           MOVE WS-ENDP-ID-ACTUAL TO LC-ENDPOINT.
           MOVE WS-PAG-INI-FECHA  TO LC-FECHA.
           MOVE WS-PAG-INI-HORA   TO LC-HORA.
           MOVE WS-PAG-NUM        TO LC-PAGINAS.
           MOVE WS-PAG-TOT-ELEM   TO LC-ELEMENTOS.
           WRITE LISTACOMP-RECORD.
           CLOSE LISTA-COMPLETA-FILE.

       PEDIR-PAGINA.
      *    El cupo se verifica ANTES de cada pagina: una lista
      *            en el total de paginas con datos.
                   SUBTRACT 1 FROM WS-PAG-NUM
                   MOVE "S" TO WS-FIN-PAGINAS
                   MOVE "S" TO WS-PAG-VACIA
               ELSE
                   ADD WS-ELEMENTOS TO WS-PAG-TOT-ELEM
                   ADD WS-FILAS-ESCRITAS TO WS-PAG-TOT-FILAS
      *    no fallo, no habia presupuesto.
       ENCOLAR-POR-CUPO.
           PERFORM BUSCAR-EN-COLA.
           IF WS-REINT-HALLADO = 0 AND WS-NUM-REINTENTOS < 200
               ADD 1 TO WS-NUM-REINTENTOS
               MOVE WS-ENDP-ID-ACTUAL
                   TO WS-REINT-ID(WS-NUM-REINTENTOS)
               MOVE WS-RESPONSE-FILENAME
                   TO WS-REINT-RESPFILE(WS-NUM-REINTENTOS)
               MOVE WS-URL TO WS-REINT-URL(WS-NUM-REINTENTOS)
               MOVE WS-POST-DATOS
                   TO WS-REINT-DATOS(WS-NUM-REINTENTOS)
               MOVE SPACE TO WS-REINT-ESTADO(WS-NUM-REINTENTOS)
           END-IF.

           PERFORM VARYING WS-REINT-IDX FROM 1 BY 1
                   UNTIL WS-REINT-IDX > WS-NUM-REINTENTOS
               IF WS-REINT-URL(WS-REINT-IDX) = ENDPMAST-URL
                   AND WS-REINT-DATOS(WS-REINT-IDX) = SPACES
                   MOVE WS-REINT-IDX TO WS-REINT-HALLADO
                   MOVE WS-NUM-REINTENTOS TO WS-REINT-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Cortacircuito por endpoint: APICIRC.DAT guarda de corrida
      * en corrida las fallas consecutivas de cada endpoint. Al
      * llegar al tope de CIRCCFG.DAT el circuito se abre (una
      * sola alerta) y el endpoint deja de llamarse - ni curl ni
      * intentos en la cola - hasta que pasa el enfriamiento;
      * entonces se deja pasar UNA llamada de prueba: si sale bien
      * el circuito se cierra, si falla vuelve a enfriarse. La
      * bitacora de llamadas lleva la apertura, el cierre y cada
      * omision con su nota, para que REPORTE-API-DISPO separe el
      * tiempo con el circuito abierto de las fallas reales.
      *-----------------------------------------------------------
       LEER-CIRCUITOS.
           MOVE 5 TO WS-CIRC-MAX-FALLAS.
           MOVE 60 TO WS-CIRC-ENFRIAR.
           OPEN INPUT CIRC-CONFIG-FILE.
           IF WS-CIRCCFG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CIRC
               PERFORM UNTIL WS-EOF-CIRC = "Y"
                   READ CIRC-CONFIG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CIRC
                       NOT AT END
                           PERFORM INTERPRETAR-CFG-CIRCUITO
                   END-READ
               END-PERFORM
               CLOSE CIRC-CONFIG-FILE
           END-IF.

           MOVE 0 TO WS-NUM-CIRC.
           OPEN INPUT CIRCUITO-FILE.
           IF WS-APICIRC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CIRC
               PERFORM UNTIL WS-EOF-CIRC = "Y"
                       OR WS-NUM-CIRC = 100
                   READ CIRCUITO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CIRC
                       NOT AT END
                           IF CIRC-ID NOT = SPACES
                               ADD 1 TO WS-NUM-CIRC
                               PERFORM CARGAR-CIRCUITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCUITO-FILE
           END-IF.

       INTERPRETAR-CFG-CIRCUITO.
           MOVE SPACES TO WS-CIRC-CFG-1 WS-CIRC-CFG-2.
           UNSTRING CIRCCFG-LINE DELIMITED BY ALL SPACE
               INTO WS-CIRC-CFG-1 WS-CIRC-CFG-2.
           EVALUATE FUNCTION UPPER-CASE(WS-CIRC-CFG-1)
               WHEN "FALLAS"
                   IF FUNCTION TEST-NUMVAL(WS-CIRC-CFG-2) = 0
                       AND FUNCTION NUMVAL(WS-CIRC-CFG-2) >= 0
                       AND FUNCTION NUMVAL(WS-CIRC-CFG-2) <= 999
                       COMPUTE WS-CIRC-MAX-FALLAS =
                           FUNCTION NUMVAL(WS-CIRC-CFG-2)
                   END-IF
               WHEN "ENFRIAMIENTO"
                   IF FUNCTION TEST-NUMVAL(WS-CIRC-CFG-2) = 0
                       AND FUNCTION NUMVAL(WS-CIRC-CFG-2) >= 0
                       AND FUNCTION NUMVAL(WS-CIRC-CFG-2) <= 99999
                       COMPUTE WS-CIRC-ENFRIAR =
                           FUNCTION NUMVAL(WS-CIRC-CFG-2)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Renglones con campos en blanco o basura cuentan como
      *    cero: un circuito ilegible queda cerrado.
       CARGAR-CIRCUITO.
           MOVE CIRC-ID TO WS-CIRC-ID(WS-NUM-CIRC).
           IF CIRC-ESTADO = "A"
               MOVE "A" TO WS-CIRC-ESTADO(WS-NUM-CIRC)
           ELSE
               MOVE "C" TO WS-CIRC-ESTADO(WS-NUM-CIRC)
           END-IF.
           MOVE 0 TO WS-CIRC-FALLAS(WS-NUM-CIRC)
                     WS-CIRC-FECHA(WS-NUM-CIRC)
                     WS-CIRC-HORA(WS-NUM-CIRC)
                     WS-CIRC-OMITIDAS(WS-NUM-CIRC)
                     WS-CIRC-REINICIO(WS-NUM-CIRC).
           IF CIRC-FALLAS IS NUMERIC
               MOVE CIRC-FALLAS TO WS-CIRC-FALLAS(WS-NUM-CIRC)
           END-IF.
           IF CIRC-ABIERTO-FECHA IS NUMERIC
               AND CIRC-ABIERTO-HORA IS NUMERIC
               MOVE CIRC-ABIERTO-FECHA TO WS-CIRC-FECHA(WS-NUM-CIRC)
               MOVE CIRC-ABIERTO-HORA TO WS-CIRC-HORA(WS-NUM-CIRC)
           END-IF.
           IF CIRC-OMITIDAS IS NUMERIC
               MOVE CIRC-OMITIDAS TO WS-CIRC-OMITIDAS(WS-NUM-CIRC)
           END-IF.
           MOVE CIRC-OPERADOR TO WS-CIRC-OPERADOR(WS-NUM-CIRC).
           IF CIRC-REINICIO-FECHA IS NUMERIC
               MOVE CIRC-REINICIO-FECHA
                   TO WS-CIRC-REINICIO(WS-NUM-CIRC)
           END-IF.

       BUSCAR-CIRCUITO.
           MOVE 0 TO WS-CIRC-HALLADO.
           IF WS-ENDP-ID-ACTUAL NOT = SPACES
               PERFORM VARYING WS-CIRC-IDX FROM 1 BY 1
                       UNTIL WS-CIRC-IDX > WS-NUM-CIRC
                   IF WS-CIRC-ID(WS-CIRC-IDX) = WS-ENDP-ID-ACTUAL
                       MOVE WS-CIRC-IDX TO WS-CIRC-HALLADO
                       MOVE WS-NUM-CIRC TO WS-CIRC-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    WS-CIRC-ABIERTO "S" = no se llama. Un circuito abierto
      *    cuyo enfriamiento ya paso queda en P(rueba) y su llamada
      *    pasa; mientras la prueba no se resuelve, nadie mas pasa.
       VERIFICAR-CIRCUITO.
           MOVE "N" TO WS-CIRC-ABIERTO.
           PERFORM BUSCAR-CIRCUITO.
           IF WS-CIRC-HALLADO > 0
               IF WS-CIRC-ESTADO(WS-CIRC-HALLADO) = "P"
                   MOVE "S" TO WS-CIRC-ABIERTO
               ELSE IF WS-CIRC-ESTADO(WS-CIRC-HALLADO) = "A"
                   PERFORM CALCULAR-ENFRIAMIENTO
                   IF WS-CIRC-AHORA - WS-CIRC-DESDE < WS-CIRC-ENFRIAR
                       MOVE "S" TO WS-CIRC-ABIERTO
                   ELSE
                       MOVE "P" TO WS-CIRC-ESTADO(WS-CIRC-HALLADO)
                       DISPLAY "CIRCUITO ABIERTO DE "
                           WS-ENDP-ID-ACTUAL
                           ": PASA UNA LLAMADA DE PRUEBA."
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    Minutos corridos desde el sello del circuito hasta
      *    ahora; un sello en ceros da el enfriamiento por cumplido.
       CALCULAR-ENFRIAMIENTO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-TIME TO WS-CIRC-HORA-X.
           COMPUTE WS-CIRC-AHORA =
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE) * 1440
               + WS-CIRC-HH * 60 + WS-CIRC-MI.
           IF WS-CIRC-FECHA(WS-CIRC-HALLADO) > 0
               MOVE WS-CIRC-HORA(WS-CIRC-HALLADO) TO WS-CIRC-HORA-X
               COMPUTE WS-CIRC-DESDE =
                   FUNCTION INTEGER-OF-DATE(
                       WS-CIRC-FECHA(WS-CIRC-HALLADO)) * 1440
                   + WS-CIRC-HH * 60 + WS-CIRC-MI
           ELSE
               MOVE 0 TO WS-CIRC-DESDE
           END-IF.

      *    Como el salto por cupo: nota propia en la bitacora y a
      *    la cola sin sumar intentos, para que no llegue a la
      *    lista muerta por una caida que ya se sabe.
       SALTAR-POR-CIRCUITO.
           DISPLAY "CIRCUITO ABIERTO, SE OMITE: " WS-ENDP-ID-ACTUAL.
           PERFORM REGISTRAR-OMISION-CIRCUITO.
           PERFORM ENCOLAR-POR-CUPO.
           IF WS-PEOR-RC < 4
               MOVE 4 TO WS-PEOR-RC
           END-IF.

       REGISTRAR-OMISION-CIRCUITO.
           IF WS-CIRC-OMITIDAS(WS-CIRC-HALLADO) < 99999
               ADD 1 TO WS-CIRC-OMITIDAS(WS-CIRC-HALLADO)
           END-IF.
           MOVE 0 TO WS-INTENTO.
           MOVE 0 TO WS-HTTP-CODE.
           MOVE 0 TO WS-EXPECTED-BYTES.
           MOVE "CIRCUITO" TO WS-CALLLOG-NOTA.
           PERFORM REGISTRAR-LLAMADA.

      *    Resultado de la llamada para el circuito del endpoint
      *    (WS-ENDPOINT-RC, como la cola: RC 4 es problema de
      *    datos, no del proveedor).
       ANOTAR-CIRCUITO.
           PERFORM BUSCAR-CIRCUITO.
           IF WS-ENDPOINT-RC < 8
               IF WS-CIRC-HALLADO > 0
                   IF WS-CIRC-ESTADO(WS-CIRC-HALLADO) = "P"
                       PERFORM CERRAR-CIRCUITO
                   END-IF
                   MOVE 0 TO WS-CIRC-FALLAS(WS-CIRC-HALLADO)
               END-IF
           ELSE
               IF WS-CIRC-HALLADO = 0 AND WS-NUM-CIRC < 100
                   AND WS-ENDP-ID-ACTUAL NOT = SPACES
                   ADD 1 TO WS-NUM-CIRC
                   MOVE WS-NUM-CIRC TO WS-CIRC-HALLADO
                   MOVE WS-ENDP-ID-ACTUAL
                       TO WS-CIRC-ID(WS-CIRC-HALLADO)
                   MOVE "C" TO WS-CIRC-ESTADO(WS-CIRC-HALLADO)
                   MOVE 0 TO WS-CIRC-FALLAS(WS-CIRC-HALLADO)
                             WS-CIRC-FECHA(WS-CIRC-HALLADO)
                             WS-CIRC-HORA(WS-CIRC-HALLADO)
                             WS-CIRC-OMITIDAS(WS-CIRC-HALLADO)
                             WS-CIRC-REINICIO(WS-CIRC-HALLADO)
                   MOVE SPACES TO WS-CIRC-OPERADOR(WS-CIRC-HALLADO)
               END-IF
               IF WS-CIRC-HALLADO > 0
                   IF WS-CIRC-FALLAS(WS-CIRC-HALLADO) < 999
                       ADD 1 TO WS-CIRC-FALLAS(WS-CIRC-HALLADO)
                   END-IF
                   IF WS-CIRC-ESTADO(WS-CIRC-HALLADO) = "P"
      *                La prueba fallo: otro enfriamiento completo,
      *                sin nueva alerta - la caida ya se aviso.
                       MOVE "A" TO WS-CIRC-ESTADO(WS-CIRC-HALLADO)
                       ACCEPT WS-CIRC-FECHA(WS-CIRC-HALLADO)
                           FROM DATE YYYYMMDD
                       ACCEPT WS-CIRC-HORA(WS-CIRC-HALLADO)
                           FROM TIME
                       DISPLAY "PRUEBA FALLIDA, EL CIRCUITO DE "
                           WS-ENDP-ID-ACTUAL " SIGUE ABIERTO."
                   ELSE IF WS-CIRC-MAX-FALLAS > 0
                       AND WS-CIRC-FALLAS(WS-CIRC-HALLADO)
                           >= WS-CIRC-MAX-FALLAS
                       PERFORM ABRIR-CIRCUITO
                   END-IF
                   END-IF
               END-IF
           END-IF.

       ABRIR-CIRCUITO.
           MOVE "A" TO WS-CIRC-ESTADO(WS-CIRC-HALLADO).
           ACCEPT WS-CIRC-FECHA(WS-CIRC-HALLADO) FROM DATE YYYYMMDD.
           ACCEPT WS-CIRC-HORA(WS-CIRC-HALLADO) FROM TIME.
           MOVE 0 TO WS-CIRC-OMITIDAS(WS-CIRC-HALLADO).
           DISPLAY "CIRCUITO ABIERTO PARA " WS-ENDP-ID-ACTUAL ": "
               WS-CIRC-FALLAS(WS-CIRC-HALLADO)
               " FALLAS SEGUIDAS. SE OMITE POR " WS-CIRC-ENFRIAR
               " MINUTOS.".
           MOVE 0 TO WS-INTENTO.
           MOVE 0 TO WS-EXPECTED-BYTES.
           MOVE "CIRC ABIERTO" TO WS-CALLLOG-NOTA.
           PERFORM REGISTRAR-LLAMADA.
           MOVE "CONSUMIR-API" TO WS-ALR-PROGRAMA.
           MOVE "W" TO WS-ALR-SEVERIDAD.
           MOVE WS-ENDP-ID-ACTUAL TO WS-ALR-CLAVE.
           MOVE SPACES TO WS-ALR-MENSAJE.
           STRING "CIRCUITO ABIERTO TRAS "
                  WS-CIRC-FALLAS(WS-CIRC-HALLADO)
                  " FALLAS: SE OMITEN LAS LLAMADAS"
               DELIMITED BY SIZE INTO WS-ALR-MENSAJE.
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.

       CERRAR-CIRCUITO.
           MOVE "C" TO WS-CIRC-ESTADO(WS-CIRC-HALLADO).
           DISPLAY "PRUEBA EXITOSA, CIRCUITO CERRADO PARA "
               WS-ENDP-ID-ACTUAL ".".
           MOVE 0 TO WS-INTENTO.
           MOVE 0 TO WS-EXPECTED-BYTES.
           MOVE "CIRC CERRADO" TO WS-CALLLOG-NOTA.
           PERFORM REGISTRAR-LLAMADA.
           MOVE "CONSUMIR-API" TO WS-ALR-PROGRAMA.
           MOVE "I" TO WS-ALR-SEVERIDAD.
           MOVE WS-ENDP-ID-ACTUAL TO WS-ALR-CLAVE.
           MOVE "PRUEBA EXITOSA: CIRCUITO CERRADO" TO WS-ALR-MENSAJE.
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.

      *    Una prueba que no llego a resolverse (corte por cupo a
      *    media lista) se guarda abierta con su sello: la
      *    siguiente corrida la vuelve a intentar.
       GRABAR-CIRCUITOS.
           OPEN OUTPUT CIRCUITO-FILE.
           PERFORM VARYING WS-CIRC-IDX FROM 1 BY 1
                   UNTIL WS-CIRC-IDX > WS-NUM-CIRC
               MOVE SPACES TO APICIRC-RECORD
               MOVE WS-CIRC-ID(WS-CIRC-IDX) TO CIRC-ID
               IF WS-CIRC-ESTADO(WS-CIRC-IDX) = "C"
                   MOVE "C" TO CIRC-ESTADO
               ELSE
                   MOVE "A" TO CIRC-ESTADO
               END-IF
               MOVE WS-CIRC-FALLAS(WS-CIRC-IDX) TO CIRC-FALLAS
               MOVE WS-CIRC-FECHA(WS-CIRC-IDX)
                   TO CIRC-ABIERTO-FECHA
               MOVE WS-CIRC-HORA(WS-CIRC-IDX) TO CIRC-ABIERTO-HORA
               MOVE WS-CIRC-OMITIDAS(WS-CIRC-IDX) TO CIRC-OMITIDAS
               MOVE WS-CIRC-OPERADOR(WS-CIRC-IDX) TO CIRC-OPERADOR
               MOVE WS-CIRC-REINICIO(WS-CIRC-IDX)
                   TO CIRC-REINICIO-FECHA
               WRITE APICIRC-RECORD
           END-PERFORM.
           CLOSE CIRCUITO-FILE.

      *-----------------------------------------------------------
      * One full curl-and-parse cycle for WS-URL/WS-RESPONSE-FILENAME
      * (set by MAIN-PROCEDURE before each call). Guarded with
               END-IF
           END-IF.

      *    La respuesta de un servicio de mensajeria es solo un
      *    acuse: no se archiva ni se parsea al export. La de un
      *    archivo a pedido se archiva pero la lee quien la pidio.
           IF WS-ESPERA NOT = "N"
               IF WS-ENDPOINT-OK = "S"
                   PERFORM ARCHIVAR-RESPUESTA
               END-IF
               IF WS-ESPERA NOT = "A"
                   PERFORM LEER-Y-PARSEAR-ARCHIVO
               END-IF
           END-IF.

           IF WS-ENDPOINT-RC > WS-PEOR-RC
               MOVE WS-ENDPOINT-RC TO WS-PEOR-RC
           END-IF.
               ADD 1 TO WS-INTENTO

               MOVE SPACES TO WS-COMMAND-LINE
               IF WS-POST-DATOS NOT = SPACES
                   STRING "curl -s -o " DELIMITED BY SIZE
                          WS-RESPONSE-FILENAME DELIMITED BY SPACE
                          " -w ""%{http_code} %{size_download}"" "
                          DELIMITED BY SIZE
                          WS-AUTH-HEADER DELIMITED BY "|"
                          "-X POST -d '" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-POST-DATOS)
                          DELIMITED BY SIZE
                          "' " DELIMITED BY SIZE
                          WS-URL DELIMITED BY SPACE
                          " > httpstatus.txt" DELIMITED BY SIZE
                       INTO WS-COMMAND-LINE
               ELSE
               IF WS-TIENE-RESULTADO = "S"
                   STRING "curl -s -o " DELIMITED BY SIZE
                          WS-RESPONSE-FILENAME DELIMITED BY SPACE
                           INTO WS-COMMAND-LINE
                   END-IF
               END-IF
               END-IF

               CALL "SYSTEM" USING WS-COMMAND-LINE
                   ON EXCEPTION
