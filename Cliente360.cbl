               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT RIESGO-FILE ASSIGN TO "RIESGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSG-CUST
               FILE STATUS IS WS-RIESGO-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT CUST-NOTA-FILE ASSIGN TO "CUSTNOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNOTA-FILE-STATUS.

           SELECT VIGILA-QUEUE-FILE ASSIGN TO "VIGILAQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VQ-KEY
               FILE STATUS IS WS-VIGILAQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-INDEX-FILE.
       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  RIESGO-FILE.
           COPY "RIESGO.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  CUST-NOTA-FILE.
           COPY "CUSTNOTA.cpy".

       FD  VIGILA-QUEUE-FILE.
           COPY "VIGILAQ.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTIDX-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS  PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS PIC XX VALUE "00".
       01 WS-BREACHQ-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS PIC XX VALUE "00".
       01 WS-CUSTNOTA-FILE-STATUS PIC XX VALUE "00".
       01 WS-RIESGO-FILE-STATUS   PIC XX VALUE "00".
       01 WS-VIGILAQ-FILE-STATUS  PIC XX VALUE "00".
       01 WS-BUSCA-ID             PIC 9(6) VALUE 0.
       01 WS-OPCION               PIC 9 VALUE 9.
       01 WS-EOF-FLAG             PIC X VALUE "N".
       01 WS-PLAN-IMPORTE         PIC S9(11)V99 VALUE 0.
       01 WS-EN-PAGINA            PIC 9(2) VALUE 0.
       01 WS-CONTINUAR            PIC X VALUE "S".
       01 WS-ACC-PROGRAMA         PIC X(20) VALUE "CLIENTE-360".
       01 WS-ACC-TIPO             PIC X VALUE "I".
       01 WS-SUCURSAL-DEFECTO     PIC X(3) VALUE "001".
       01 WS-CUST-SUCURSAL        PIC X(3) VALUE SPACES.
       01 WS-OPER-SUCURSAL        PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ          PIC X VALUE "N".

      * Ultimos diez movimientos del cliente, en anillo, para la
      * vista rapida de actividad reciente.
                   PIC X(60).
       01 WS-ANI-LINEA            PIC X(60) VALUE SPACES.

      * Ultimas cinco notas de contacto, en anillo como la
      * actividad reciente.
       01 WS-ANILLO-NOTAS.
           05 WS-NOT-NUM          PIC 9(2) VALUE 0.
           05 WS-NOT-ENTRY OCCURS 5 TIMES
                   PIC X(130).
       01 WS-NOT-LINEA            PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Vista 360 del cliente: en una sola consulta el maestro con
      * su estado, el saldo arrastrado, la actividad reciente de
      * la historia (reversas marcadas), los excesos de umbral
      * abiertos, los planes de cuotas y las ultimas notas de
      * contacto, mas los aciertos CONFIRMADOS de la lista de
      * vigilancia sobre los posts del cliente (su userId de la API
      * es su id de cliente, el mismo cruce de CRUCE-API-CLIENTES)
      * - lo que hoy toma cuatro programas y un grep. Con
      * detalle a fondo por seccion y captura de notas nuevas.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           DISPLAY "ID DE CLIENTE:"
           ELSE
               MOVE WS-BUSCA-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS = "00"
                   PERFORM VERIFICAR-SUCURSAL
               END-IF
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "CLIENTE NO ENCONTRADO."
               ELSE
               IF WS-OPER-MATRIZ NOT = "S"
                   AND WS-CUST-SUCURSAL NOT = WS-OPER-SUCURSAL
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "); CONSULTA NO PERMITIDA."
               ELSE
                   CALL "REGISTRA-CONSULTA" USING WS-ACC-PROGRAMA
                       WS-BUSCA-ID WS-ACC-TIPO
                   PERFORM MOSTRAR-RESUMEN
                   MOVE 9 TO WS-OPCION
                   PERFORM CICLO-DETALLE UNTIL WS-OPCION = 0
               END-IF
               END-IF
               CLOSE CUST-INDEX-FILE
           END-IF.
           GOBACK.

      *    Un operador solo consulta clientes de su sucursal,
      *    salvo que sea de casa matriz.
       VERIFICAR-SUCURSAL.
           MOVE CUSTMAST-SUCURSAL TO WS-CUST-SUCURSAL.
           IF WS-CUST-SUCURSAL = SPACES
               MOVE WS-SUCURSAL-DEFECTO TO WS-CUST-SUCURSAL
           END-IF.
           CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
               WS-OPER-MATRIZ.

       MOSTRAR-RESUMEN.
           DISPLAY "==============================================".
           IF CUSTMAST-FUSION-ID IS NUMERIC
               AND CUSTMAST-FUSION-ID > 0
               DISPLAY "CLIENTE " CUSTMAST-ID " - "
                   FUNCTION TRIM(CUSTMAST-NAME) " (FUSIONADO EN "
                   CUSTMAST-FUSION-ID ")"
           ELSE
           IF CUSTMAST-STATUS = "I"
               DISPLAY "CLIENTE " CUSTMAST-ID " - "
                   FUNCTION TRIM(CUSTMAST-NAME) " (INACTIVO)"
           ELSE
               DISPLAY "CLIENTE " CUSTMAST-ID " - "
                   FUNCTION TRIM(CUSTMAST-NAME)
           END-IF
           END-IF.
           DISPLAY "SUCURSAL " WS-CUST-SUCURSAL.
           PERFORM MOSTRAR-SALDO.
           PERFORM MOSTRAR-RIESGO.
           PERFORM MOSTRAR-ACTIVIDAD-RECIENTE.
           PERFORM RESUMIR-EXCESOS.
           PERFORM RESUMIR-PLANES.
           PERFORM MOSTRAR-NOTAS-RECIENTES.
           PERFORM RESUMIR-VIGILANCIA.
           DISPLAY "==============================================".

       MOSTRAR-SALDO.
               DISPLAY "SIN SALDO POSTEADO (CUSTBAL.DAT AUSENTE)."
           END-IF.

      *    Grado de riesgo de la ultima corrida de CALIFICA-RIESGO
      *    y desde cuando lo tiene el cliente.
       MOSTRAR-RIESGO.
           OPEN INPUT RIESGO-FILE.
           IF WS-RIESGO-FILE-STATUS = "00"
               MOVE WS-BUSCA-ID TO RSG-CUST
               READ RIESGO-FILE
               IF WS-RIESGO-FILE-STATUS = "00"
                   DISPLAY "GRADO DE RIESGO: " RSG-GRADO
                       " DESDE " RSG-FECHA-GRADO
                       " (CALCULADO " RSG-FECHA-CALC ")"
               ELSE
                   DISPLAY "GRADO DE RIESGO: SIN CALIFICAR."
               END-IF
               CLOSE RIESGO-FILE
           ELSE
               DISPLAY "GRADO DE RIESGO: SIN CALIFICAR."
           END-IF.

      *-----------------------------------------------------------
      * Actividad reciente por el camino por cliente: los ultimos
      * diez movimientos, con las reversas marcadas.
       CICLO-DETALLE.
           DISPLAY " ".
           DISPLAY "DETALLE: 1=MOVIMIENTOS 2=EXCESOS 3=PLANES"
               " 4=NOTAS 5=NUEVA NOTA 6=VIGILANCIA 0=SALIR:"
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN 1
                   PERFORM DETALLE-EXCESOS
               WHEN 3
                   PERFORM DETALLE-PLANES
               WHEN 4
                   PERFORM DETALLE-NOTAS
               WHEN 5
                   CALL "REGISTRA-NOTA" USING WS-BUSCA-ID
               WHEN 6
                   PERFORM DETALLE-VIGILANCIA
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA."
           END-EVALUATE.

      *-----------------------------------------------------------
      * Notas de contacto: las cinco mas recientes en el resumen;
      * el detalle 4 da la historia completa en orden de captura,
      * con las correcciones apuntando a la nota que corrigen.
      *-----------------------------------------------------------
       MOSTRAR-NOTAS-RECIENTES.
           MOVE 0 TO WS-NOT-NUM.
           OPEN INPUT CUST-NOTA-FILE.
           IF WS-CUSTNOTA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-NOTA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF NOTA-CUST = WS-BUSCA-ID
                               PERFORM ANOTAR-NOTA-EN-ANILLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-NOTA-FILE
           END-IF.
           DISPLAY "NOTAS RECIENTES (ULTIMAS " WS-NOT-NUM "):".
           IF WS-NOT-NUM = 0
               DISPLAY "  SIN NOTAS DE CONTACTO."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NOT-NUM
               DISPLAY "  " FUNCTION TRIM(WS-NOT-ENTRY(WS-IDX)
                   TRAILING)
           END-PERFORM.

       ANOTAR-NOTA-EN-ANILLO.
           PERFORM FORMAR-LINEA-NOTA.
           IF WS-NOT-NUM < 5
               ADD 1 TO WS-NOT-NUM
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= 5
                   MOVE WS-NOT-ENTRY(WS-IDX + 1)
                       TO WS-NOT-ENTRY(WS-IDX)
               END-PERFORM
           END-IF.
           MOVE WS-NOT-LINEA TO WS-NOT-ENTRY(WS-NOT-NUM).

       FORMAR-LINEA-NOTA.
           MOVE SPACES TO WS-NOT-LINEA.
           IF NOTA-TIPO = "CORRECCION"
               STRING NOTA-FECHA " " NOTA-HORA " " NOTA-TIPO " "
                   NOTA-OPERADOR " (CORRIGE " NOTA-REF-FECHA " "
                   NOTA-REF-HORA ") " FUNCTION TRIM(NOTA-TEXTO)
                   DELIMITED BY SIZE INTO WS-NOT-LINEA
           ELSE
               STRING NOTA-FECHA " " NOTA-HORA " " NOTA-TIPO " "
                   NOTA-OPERADOR " " FUNCTION TRIM(NOTA-TEXTO)
                   DELIMITED BY SIZE INTO WS-NOT-LINEA
           END-IF.

       DETALLE-NOTAS.
           MOVE 0 TO WS-HALLADOS.
           MOVE 0 TO WS-EN-PAGINA.
           OPEN INPUT CUST-NOTA-FILE.
           IF WS-CUSTNOTA-FILE-STATUS NOT = "00"
               DISPLAY "SIN NOTAS DE CONTACTO (CUSTNOTA.DAT)."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-NOTA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF NOTA-CUST = WS-BUSCA-ID
                               ADD 1 TO WS-HALLADOS
                               PERFORM MOSTRAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-NOTA-FILE
               IF WS-HALLADOS = 0
                   DISPLAY "  SIN NOTAS DEL CLIENTE."
               END-IF
           END-IF.

       MOSTRAR-NOTA.
           PERFORM FORMAR-LINEA-NOTA.
           DISPLAY "  " FUNCTION TRIM(WS-NOT-LINEA TRAILING).
           ADD 1 TO WS-EN-PAGINA.
           IF WS-EN-PAGINA >= 10
               MOVE 0 TO WS-EN-PAGINA
               DISPLAY "MAS? (S/N):"
               ACCEPT WS-CONTINUAR
               IF WS-CONTINUAR NOT = "S"
                   AND WS-CONTINUAR NOT = "s"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.

       DETALLE-MOVIMIENTOS.
           MOVE 0 TO WS-EN-PAGINA.
           MOVE "S" TO WS-CONTINUAR.
               MOVE 0 TO WS-PLAN-IMPORTE
           END-IF.

      *-----------------------------------------------------------
      * Vigilancia de cumplimiento: solo cuenta y se detalla lo que
      * un revisor CONFIRMO; lo NUEVO o DESCARTADO no es un hecho
      * sobre el cliente.
      *-----------------------------------------------------------
       RESUMIR-VIGILANCIA.
           MOVE 0 TO WS-HALLADOS.
           OPEN INPUT VIGILA-QUEUE-FILE.
           IF WS-VIGILAQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VIGILA-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF VQ-USERID = WS-BUSCA-ID
                               AND VQ-ESTADO = "CONFIRMADO"
                               ADD 1 TO WS-HALLADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGILA-QUEUE-FILE
           END-IF.
           DISPLAY "ACIERTOS DE VIGILANCIA CONFIRMADOS: " WS-HALLADOS.

       DETALLE-VIGILANCIA.
           MOVE 0 TO WS-HALLADOS.
           OPEN INPUT VIGILA-QUEUE-FILE.
           IF WS-VIGILAQ-FILE-STATUS NOT = "00"
               DISPLAY "SIN COLA DE VIGILANCIA (VIGILAQ.DAT)."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VIGILA-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF VQ-USERID = WS-BUSCA-ID
                               AND VQ-ESTADO = "CONFIRMADO"
                               ADD 1 TO WS-HALLADOS
                               DISPLAY "  " VQ-DATE " POST " VQ-POST-ID
                                   " " FUNCTION TRIM(VQ-CATEGORIA)
                                   "/" VQ-SEVERIDAD " '"
                                   FUNCTION TRIM(VQ-TERMINO) "' EN "
                                   VQ-CAMPO
                               DISPLAY "    " VQ-OPERADOR " "
                                   VQ-FECHA-REV ": "
                                   FUNCTION TRIM(VQ-COMENTARIO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGILA-QUEUE-FILE
               IF WS-HALLADOS = 0
                   DISPLAY "  SIN ACIERTOS CONFIRMADOS DEL CLIENTE."
               END-IF
           END-IF.

       END PROGRAM CLIENTE-360.
