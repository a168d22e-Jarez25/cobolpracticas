       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURACION-MENSUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFA-FILE ASSIGN TO "TARIFAFAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFA-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT FACT-DET-FILE ASSIGN TO "FACTDET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-KEY
               FILE STATUS IS WS-FACTDET-FILE-STATUS.

           SELECT FACT-REG-FILE ASSIGN TO "FACTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTREG-FILE-STATUS.

           SELECT FACT-SEQ-FILE ASSIGN TO "FACTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTSEQ-FILE-STATUS.

           SELECT FACT-CTL-FILE ASSIGN TO "FACTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTCTL-FILE-STATUS.

           SELECT FACTURAS-FILE ASSIGN TO WS-FACTURAS-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACTURAS-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Tarifa de facturacion, un renglon por parametro:
      *   NIVEL E              nivel de los clientes no listados
      *   CLIENTE 000045 P     nivel de tarifa de un cliente
      *   PRECIO 1 E 0.50      precio por operacion 1 en nivel E
      * Una operacion sin precio en el nivel del cliente toma el
      * del nivel por omision; sin ninguno de los dos no se cobra.
       FD  TARIFA-FILE.
       01 TARIFA-LINE               PIC X(60).

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  FACT-DET-FILE.
           COPY "FACTDET.cpy".

       FD  FACT-REG-FILE.
           COPY "FACTREG.cpy".

       FD  FACT-SEQ-FILE.
       01 FACTSEQ-LINE              PIC 9(6).

      * Ultimo mes ya facturado (AAAAMM).
       FD  FACT-CTL-FILE.
       01 FACTCTL-LINE              PIC 9(6).

       FD  FACTURAS-FILE.
       01 FACTURA-LINE              PIC X(80).

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CALC-LOG-FILE.
           COPY "CALCLOG.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TARIFA-FILE-STATUS     PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-FACTDET-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FACTREG-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FACTSEQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FACTCTL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-FACTURAS-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-REG                PIC X VALUE "N".
       01 WS-TIENE-CUSTIDX          PIC X VALUE "N".
       01 WS-DESBORDE               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FACTURAS-NOMBRE        PIC X(20) VALUE SPACES.
       01 WS-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05 WS-PROC-ANIO          PIC 9(4).
           05 WS-PROC-MES           PIC 99.
           05 WS-PROC-DIA           PIC 99.
       01 WS-PERIODO                PIC 9(6) VALUE 0.
       01 WS-ULT-FACTURADO          PIC 9(6) VALUE 0.
       01 WS-FECHA-DESDE            PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA            PIC 9(8) VALUE 0.
       01 WS-HIST-SEQ               PIC 9(5) VALUE 0.
       01 WS-DOC-NUM                PIC 9(6) VALUE 0.
       01 WS-TOK1                   PIC X(15) VALUE SPACES.
       01 WS-TOK2                   PIC X(15) VALUE SPACES.
       01 WS-TOK3                   PIC X(15) VALUE SPACES.
       01 WS-TOK4                   PIC X(15) VALUE SPACES.
       01 WS-NIVEL                  PIC X VALUE SPACE.
       01 WS-PRECIO                 PIC S9(5)V99 VALUE 0.
       01 WS-REVERSADA              PIC X VALUE "N".
       01 WS-CUST-NOMBRE            PIC X(20) VALUE SPACES.
       01 WS-TIPO-DOC               PIC X VALUE SPACE.
       01 WS-DOC-CUST               PIC 9(6) VALUE 0.
       01 WS-DOC-PERIODO            PIC 9(6) VALUE 0.
       01 WS-DOC-FACTURA            PIC 9(6) VALUE 0.
       01 WS-DOC-OPERACIONES        PIC 9(6) VALUE 0.
       01 WS-DOC-TOTAL              PIC S9(11)V99 VALUE 0.
       01 WS-DOC-REF-DATE           PIC 9(8) VALUE 0.
       01 WS-DOC-REF-SEQ            PIC 9(5) VALUE 0.
       01 WS-C                      PIC 9(4) VALUE 0.
       01 WS-D                      PIC 9(4) VALUE 0.
       01 WS-P                      PIC 9(3) VALUE 0.
       01 WS-O                      PIC 9 VALUE 0.
       01 WS-FACTURAS               PIC 9(5) VALUE 0.
       01 WS-NOTAS                  PIC 9(5) VALUE 0.
       01 WS-TOTAL-FACTURADO        PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-ACREDITADO       PIC S9(13)V99 VALUE 0.
       01 WS-CANTIDAD-TEXTO         PIC Z(5)9.
       01 WS-PRECIO-TEXTO           PIC -(6)9.99.
       01 WS-IMPORTE-TEXTO          PIC -(11)9.99.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.
       01 WS-TOTAL-TEXTO-2          PIC -(11)9.99.

      * Tarifa cargada: nivel por omision, nivel de cada cliente
      * listado y precio por operacion y nivel.
       01 WS-NIVEL-OMISION          PIC X VALUE "E".
       01 WS-NUM-NIVELES            PIC 9(4) VALUE 0.
       01 WS-TABLA-NIVELES.
           05 WS-NIV-ENTRY OCCURS 2000 TIMES.
               10 WS-NIV-CUST       PIC 9(6).
               10 WS-NIV-NIVEL      PIC X.
       01 WS-NUM-PRECIOS            PIC 9(3) VALUE 0.
       01 WS-TABLA-PRECIOS.
           05 WS-PRE-ENTRY OCCURS 90 TIMES.
               10 WS-PRE-OPCION     PIC 9.
               10 WS-PRE-NIVEL      PIC X.
               10 WS-PRE-IMPORTE    PIC S9(5)V99.

      * Filas del mes ya reversadas: no se cobran.
       01 WS-NUM-REVERSAS           PIC 9(4) VALUE 0.
       01 WS-TABLA-REVERSAS.
           05 WS-REV-ENTRY OCCURS 5000 TIMES.
               10 WS-REV-DATE       PIC 9(8).
               10 WS-REV-SEQ        PIC 9(5).

      * Clientes por facturar, en orden de id para que la
      * numeracion de facturas siga al cliente.
       01 WS-NUM-CLIENTES           PIC 9(4) VALUE 0.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 2000 TIMES.
               10 WS-CLI-CUST       PIC 9(6).
               10 WS-CLI-NIVEL      PIC X.
               10 WS-CLI-FACTURA    PIC 9(6).
               10 WS-CLI-HIST-DATE  PIC 9(8).
               10 WS-CLI-HIST-SEQ   PIC 9(5).
               10 WS-CLI-OPER       PIC 9(6).
               10 WS-CLI-TOTAL      PIC S9(11)V99.
               10 WS-CLI-OPC OCCURS 9 TIMES.
                   15 WS-CLI-CUENTA  PIC 9(6).
                   15 WS-CLI-PRECIO  PIC S9(5)V99.
                   15 WS-CLI-IMPORTE PIC S9(11)V99.
       01 WS-CLI-TRASLADO           PIC X(279) VALUE SPACES.

      * Filas facturadas cuya reversa llego despues de la
      * factura: cada factura afectada recibe una nota.
       01 WS-NUM-CREDITOS           PIC 9(4) VALUE 0.
       01 WS-TABLA-CREDITOS.
           05 WS-CRE-ENTRY OCCURS 2000 TIMES.
               10 WS-CRE-DATE       PIC 9(8).
               10 WS-CRE-SEQ        PIC 9(5).
               10 WS-CRE-CUST       PIC 9(6).
               10 WS-CRE-PERIODO    PIC 9(6).
               10 WS-CRE-FACTURA    PIC 9(6).
               10 WS-CRE-FACT-DATE  PIC 9(8).
               10 WS-CRE-FACT-SEQ   PIC 9(5).
               10 WS-CRE-IMPORTE    PIC S9(7)V99.
               10 WS-CRE-NOTA       PIC 9(6).

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-SUC-PERMITIDO         PIC X VALUE "S".
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Facturacion mensual por cliente. La primera noche de un
      * mes nuevo se factura el mes anterior: cada calculo
      * (TIPO espacio) de un cliente que no fue reversado se cobra
      * al precio de TARIFAFAC.DAT para su operacion y el nivel de
      * tarifa del cliente. Cada factura lleva el numero siguiente
      * de FACTSEQ.DAT, se imprime en FACTURAS_AAAAMM.DAT, queda en
      * el registro FACTREG.DAT y entra a la historia como
      * movimiento TIPO "F" del dia para que POSTEA-SALDOS la
      * cargue a CUSTBAL.DAT. Todas las noches, ademas, la reversa
      * de una fila ya facturada genera una nota de credito (TIPO
      * "N") contra su factura; la factura emitida no cambia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-PROCESO.
           IF WS-PROC-MES = 1
               COMPUTE WS-PERIODO = (WS-PROC-ANIO - 1) * 100 + 12
           ELSE
               COMPUTE WS-PERIODO =
                   WS-PROC-ANIO * 100 + WS-PROC-MES - 1
           END-IF.
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31.
           MOVE SPACES TO WS-FACTURAS-NOMBRE.
           STRING "FACTURAS_" WS-FECHA-PROCESO(1:6) ".DAT"
               DELIMITED BY SIZE INTO WS-FACTURAS-NOMBRE.
           PERFORM LEER-TARIFA.
           PERFORM LEER-CONTROL.

           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               DISPLAY "SIN CALCHIST.DAT: NADA QUE FACTURAR."
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O FACT-DET-FILE.
           IF WS-FACTDET-FILE-STATUS = "35"
               OPEN OUTPUT FACT-DET-FILE
               CLOSE FACT-DET-FILE
               OPEN I-O FACT-DET-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               OR WS-FACTDET-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                   WS-HIST-FILE-STATUS ") O FACTDET.DAT ("
                   WS-FACTDET-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR CALCHIST/FACTDET PARA FACTURAR."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-CUST-FILE
               CLOSE HIST-CUST-FILE
               OPEN I-O HIST-CUST-FILE
           END-IF.
           MOVE "N" TO WS-TIENE-CUSTIDX.
           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-CUSTIDX
           END-IF.

           IF WS-PERIODO > WS-ULT-FACTURADO
               IF WS-NUM-PRECIOS = 0
                   DISPLAY "SIN TARIFA DE FACTURACION (TARIFAFAC.DAT):"
                       " EL MES " WS-PERIODO " NO SE FACTURA."
               ELSE
                   PERFORM FACTURAR-PERIODO
               END-IF
           END-IF.
           PERFORM EMITIR-NOTAS.

           CLOSE CALC-HISTORY-FILE.
           CLOSE FACT-DET-FILE.
           CLOSE HIST-CUST-FILE.
           IF WS-TIENE-CUSTIDX = "S"
               CLOSE CUST-INDEX-FILE
           END-IF.

           MOVE WS-TOTAL-FACTURADO TO WS-TOTAL-TEXTO.
           MOVE WS-TOTAL-ACREDITADO TO WS-TOTAL-TEXTO-2.
           DISPLAY "FACTURACION DEL " WS-FECHA-PROCESO ": "
               WS-FACTURAS " FACTURAS POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO) ", "
               WS-NOTAS " NOTAS DE CREDITO POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO-2) ".".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Tarifa de facturacion: los renglones que no se entienden
      * se ignoran, igual que en CARGOMORA.DAT.
      *-----------------------------------------------------------
       LEER-TARIFA.
           MOVE 0 TO WS-NUM-PRECIOS.
           MOVE 0 TO WS-NUM-NIVELES.
           MOVE "E" TO WS-NIVEL-OMISION.
           OPEN INPUT TARIFA-FILE.
           IF WS-TARIFA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TARIFA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-TARIFA
                   END-READ
               END-PERFORM
               CLOSE TARIFA-FILE
           END-IF.

       INTERPRETAR-TARIFA.
           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4.
           UNSTRING TARIFA-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4.
           EVALUATE WS-TOK1
               WHEN "NIVEL"
                   IF WS-TOK2 NOT = SPACES
                       MOVE WS-TOK2(1:1) TO WS-NIVEL-OMISION
                   END-IF
               WHEN "CLIENTE"
                   IF FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                       AND WS-TOK3 NOT = SPACES
                       AND WS-NUM-NIVELES < 2000
                       ADD 1 TO WS-NUM-NIVELES
                       COMPUTE WS-NIV-CUST(WS-NUM-NIVELES) =
                           FUNCTION NUMVAL(WS-TOK2)
                       MOVE WS-TOK3(1:1)
                           TO WS-NIV-NIVEL(WS-NUM-NIVELES)
                   END-IF
               WHEN "PRECIO"
                   IF WS-TOK2(1:1) IS NUMERIC
                       AND WS-TOK2(2:1) = SPACE
                       AND WS-TOK2(1:1) NOT = "0"
                       AND WS-TOK3 NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-TOK4) = 0
                       AND WS-NUM-PRECIOS < 90
                       ADD 1 TO WS-NUM-PRECIOS
                       MOVE WS-TOK2(1:1)
                           TO WS-PRE-OPCION(WS-NUM-PRECIOS)
                       MOVE WS-TOK3(1:1)
                           TO WS-PRE-NIVEL(WS-NUM-PRECIOS)
                       COMPUTE WS-PRE-IMPORTE(WS-NUM-PRECIOS) =
                           FUNCTION NUMVAL(WS-TOK4)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEER-CONTROL.
           MOVE 0 TO WS-ULT-FACTURADO.
           OPEN INPUT FACT-CTL-FILE.
           IF WS-FACTCTL-FILE-STATUS = "00"
               READ FACT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FACTCTL-LINE IS NUMERIC
                           MOVE FACTCTL-LINE TO WS-ULT-FACTURADO
                       END-IF
               END-READ
               CLOSE FACT-CTL-FILE
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT FACT-CTL-FILE.
           MOVE WS-PERIODO TO FACTCTL-LINE.
           WRITE FACTCTL-LINE.
           CLOSE FACT-CTL-FILE.

      *-----------------------------------------------------------
      * Corrida del mes: reversas del mes, acumulado por cliente,
      * facturas ya emitidas por una corrida anterior que se cayo,
      * emision de las que faltan y alta del detalle facturado.
      * El mes queda marcado en FACTCTL.DAT solo si todo entro.
      *-----------------------------------------------------------
       FACTURAR-PERIODO.
           MOVE "N" TO WS-DESBORDE.
           PERFORM CARGAR-REVERSAS.
           IF WS-DESBORDE = "N"
               PERFORM ACUMULAR-PERIODO
           END-IF.
           IF WS-DESBORDE = "S"
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "FACTURACION DE " WS-PERIODO
                   " DETENIDA: TABLAS DE TRABAJO LLENAS."
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               DISPLAY WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               PERFORM LEER-EMITIDAS
               PERFORM EMITIR-FACTURAS
               IF WS-RUTINA-RC < 8
                   PERFORM REGISTRAR-DETALLE
               END-IF
               IF WS-RUTINA-RC < 8
                   PERFORM GRABAR-CONTROL
               END-IF
           END-IF.

      *    Toda reversa, de cualquier fecha posterior, cuyo
      *    original cae en el mes facturado.
       CARGAR-REVERSAS.
           MOVE 0 TO WS-NUM-REVERSAS.
           MOVE WS-FECHA-DESDE TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CALCHIST-TIPO = "R"
                           AND CALCHIST-REF-DATE >= WS-FECHA-DESDE
                           AND CALCHIST-REF-DATE <= WS-FECHA-HASTA
                           IF WS-NUM-REVERSAS < 5000
                               ADD 1 TO WS-NUM-REVERSAS
                               MOVE CALCHIST-REF-DATE
                                   TO WS-REV-DATE(WS-NUM-REVERSAS)
                               MOVE CALCHIST-REF-SEQ
                                   TO WS-REV-SEQ(WS-NUM-REVERSAS)
                           ELSE
                               MOVE "S" TO WS-DESBORDE
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-PERIODO.
           MOVE 0 TO WS-NUM-CLIENTES.
           MOVE WS-FECHA-DESDE TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CALCHIST-DATE > WS-FECHA-HASTA
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM EVALUAR-FILA
                           IF WS-PRECIO > 0
                               PERFORM SUMAR-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Deja en WS-PRECIO lo que se cobra por la fila leida;
      *    cero si la fila no se factura.
       EVALUAR-FILA.
           MOVE 0 TO WS-PRECIO.
           IF CALCHIST-TIPO = SPACE
               AND CALCHIST-CUST-ID > 0
               AND CALCHIST-OPCION > 0
               MOVE "N" TO WS-REVERSADA
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-NUM-REVERSAS
                          OR WS-REVERSADA = "S"
                   IF WS-REV-DATE(WS-D) = CALCHIST-DATE
                       AND WS-REV-SEQ(WS-D) = CALCHIST-SEQ
                       MOVE "S" TO WS-REVERSADA
                   END-IF
               END-PERFORM
               IF WS-REVERSADA = "N"
                   MOVE CALCHIST-DATE TO FD-HIST-DATE
                   MOVE CALCHIST-SEQ  TO FD-HIST-SEQ
                   READ FACT-DET-FILE
                   IF WS-FACTDET-FILE-STATUS NOT = "00"
                       PERFORM BUSCAR-NIVEL
                       MOVE CALCHIST-OPCION TO WS-O
                       PERFORM BUSCAR-PRECIO
                   END-IF
               END-IF
           END-IF.

       BUSCAR-NIVEL.
           MOVE WS-NIVEL-OMISION TO WS-NIVEL.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NUM-NIVELES
               IF WS-NIV-CUST(WS-D) = CALCHIST-CUST-ID
                   MOVE WS-NIV-NIVEL(WS-D) TO WS-NIVEL
               END-IF
           END-PERFORM.

       BUSCAR-PRECIO.
           MOVE 0 TO WS-PRECIO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NUM-PRECIOS
               IF WS-PRE-OPCION(WS-P) = WS-O
                   IF WS-PRE-NIVEL(WS-P) = WS-NIVEL
                       MOVE WS-PRE-IMPORTE(WS-P) TO WS-PRECIO
                   ELSE
                   IF WS-PRE-NIVEL(WS-P) = WS-NIVEL-OMISION
                       AND WS-PRECIO = 0
                       MOVE WS-PRE-IMPORTE(WS-P) TO WS-PRECIO
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-FILA.
           PERFORM UBICAR-CLIENTE.
           IF WS-DESBORDE = "N"
               ADD 1 TO WS-CLI-OPER(WS-C)
               ADD WS-PRECIO TO WS-CLI-TOTAL(WS-C)
               ADD 1 TO WS-CLI-CUENTA(WS-C, WS-O)
               MOVE WS-PRECIO TO WS-CLI-PRECIO(WS-C, WS-O)
               ADD WS-PRECIO TO WS-CLI-IMPORTE(WS-C, WS-O)
           END-IF.

      *    Deja en WS-C el renglon del cliente, dandolo de alta en
      *    su lugar por id si es el primero de sus calculos.
       UBICAR-CLIENTE.
           MOVE 1 TO WS-C.
           PERFORM UNTIL WS-C > WS-NUM-CLIENTES
                   OR WS-CLI-CUST(WS-C) >= CALCHIST-CUST-ID
               ADD 1 TO WS-C
           END-PERFORM.
           IF WS-C > WS-NUM-CLIENTES
               OR WS-CLI-CUST(WS-C) NOT = CALCHIST-CUST-ID
               IF WS-NUM-CLIENTES < 2000
                   PERFORM VARYING WS-D FROM WS-NUM-CLIENTES BY -1
                           UNTIL WS-D < WS-C
                       MOVE WS-CLI-ENTRY(WS-D) TO WS-CLI-TRASLADO
                       MOVE WS-CLI-TRASLADO TO WS-CLI-ENTRY(WS-D + 1)
                   END-PERFORM
                   ADD 1 TO WS-NUM-CLIENTES
                   MOVE SPACES TO WS-CLI-ENTRY(WS-C)
                   MOVE CALCHIST-CUST-ID TO WS-CLI-CUST(WS-C)
                   MOVE WS-NIVEL TO WS-CLI-NIVEL(WS-C)
                   MOVE 0 TO WS-CLI-FACTURA(WS-C)
                   MOVE 0 TO WS-CLI-HIST-DATE(WS-C)
                   MOVE 0 TO WS-CLI-HIST-SEQ(WS-C)
                   MOVE 0 TO WS-CLI-OPER(WS-C)
                   MOVE 0 TO WS-CLI-TOTAL(WS-C)
                   PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 9
                       MOVE 0 TO WS-CLI-CUENTA(WS-C, WS-D)
                       MOVE 0 TO WS-CLI-PRECIO(WS-C, WS-D)
                       MOVE 0 TO WS-CLI-IMPORTE(WS-C, WS-D)
                   END-PERFORM
               ELSE
                   MOVE "S" TO WS-DESBORDE
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.

      *    Una corrida anterior del mismo mes que se cayo a medias
      *    ya emitio algunas facturas: esos clientes no reciben
      *    otra, solo se completa su detalle facturado.
       LEER-EMITIDAS.
           OPEN INPUT FACT-REG-FILE.
           IF WS-FACTREG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-REG
               PERFORM UNTIL WS-EOF-REG = "Y"
                   READ FACT-REG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REG
                       NOT AT END
                           IF FR-TIPO = "F"
                               AND FR-PERIODO = WS-PERIODO
                               PERFORM MARCAR-EMITIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACT-REG-FILE
           END-IF.

       MARCAR-EMITIDA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CLIENTES
               IF WS-CLI-CUST(WS-C) = FR-CUST
                   MOVE FR-NUMERO    TO WS-CLI-FACTURA(WS-C)
                   MOVE FR-HIST-DATE TO WS-CLI-HIST-DATE(WS-C)
                   MOVE FR-HIST-SEQ  TO WS-CLI-HIST-SEQ(WS-C)
               END-IF
           END-PERFORM.

       EMITIR-FACTURAS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CLIENTES
                      OR WS-RUTINA-RC = 8
               IF WS-CLI-FACTURA(WS-C) = 0
                   AND WS-CLI-TOTAL(WS-C) > 0
                   PERFORM EMITIR-FACTURA
               END-IF
           END-PERFORM.

       EMITIR-FACTURA.
           PERFORM ASIGNAR-NUMERO.
           MOVE "F"                  TO WS-TIPO-DOC.
           MOVE WS-CLI-CUST(WS-C)    TO WS-DOC-CUST.
           MOVE WS-PERIODO           TO WS-DOC-PERIODO.
           MOVE WS-DOC-NUM           TO WS-DOC-FACTURA.
           MOVE WS-CLI-OPER(WS-C)    TO WS-DOC-OPERACIONES.
           MOVE WS-CLI-TOTAL(WS-C)   TO WS-DOC-TOTAL.
           MOVE 0                    TO WS-DOC-REF-DATE.
           MOVE 0                    TO WS-DOC-REF-SEQ.
           PERFORM ESCRIBIR-MOVIMIENTO.
           IF WS-HIST-FILE-STATUS = "00"
               MOVE WS-DOC-NUM    TO WS-CLI-FACTURA(WS-C)
               MOVE CALCHIST-DATE TO WS-CLI-HIST-DATE(WS-C)
               MOVE CALCHIST-SEQ  TO WS-CLI-HIST-SEQ(WS-C)
               PERFORM ESCRIBIR-REGISTRO
               PERFORM IMPRIMIR-FACTURA
               ADD 1 TO WS-FACTURAS
               ADD WS-DOC-TOTAL TO WS-TOTAL-FACTURADO
           END-IF.

      *    Cada calculo cobrado queda ligado a su factura.
       REGISTRAR-DETALLE.
           MOVE WS-FECHA-DESDE TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CALCHIST-DATE > WS-FECHA-HASTA
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM EVALUAR-FILA
                           IF WS-PRECIO > 0
                               PERFORM DETALLAR-FILA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DETALLAR-FILA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CLIENTES
                      OR WS-CLI-CUST(WS-C) = CALCHIST-CUST-ID
               CONTINUE
           END-PERFORM.
           IF WS-C <= WS-NUM-CLIENTES
               AND WS-CLI-FACTURA(WS-C) > 0
               MOVE SPACES TO FACTDET-RECORD
               MOVE CALCHIST-DATE        TO FD-HIST-DATE
               MOVE CALCHIST-SEQ         TO FD-HIST-SEQ
               MOVE CALCHIST-CUST-ID     TO FD-CUST
               MOVE CALCHIST-OPCION      TO FD-OPCION
               MOVE WS-PERIODO           TO FD-PERIODO
               MOVE WS-PRECIO            TO FD-IMPORTE
               MOVE WS-CLI-FACTURA(WS-C)   TO FD-FACTURA
               MOVE WS-CLI-HIST-DATE(WS-C) TO FD-FACT-DATE
               MOVE WS-CLI-HIST-SEQ(WS-C)  TO FD-FACT-SEQ
               MOVE 0                    TO FD-NOTA
               MOVE 0                    TO FD-NOTA-FECHA
               WRITE FACTDET-RECORD
               IF WS-FACTDET-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "ERROR " WS-FACTDET-FILE-STATUS
                       " EN FACTDET.DAT PARA LA FILA "
                       CALCHIST-DATE "-" CALCHIST-SEQ
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   DISPLAY WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Notas de credito: toda reversa desde el mes anterior cuya
      * fila original ya estaba facturada y aun no se acredito.
      * El detalle se marca primero y el movimiento se asienta
      * despues, como en MORAS.DAT: una recorrida no acredita dos
      * veces la misma fila.
      *-----------------------------------------------------------
       EMITIR-NOTAS.
           MOVE 0 TO WS-NUM-CREDITOS.
           MOVE WS-FECHA-DESDE TO CALCHIST-DATE.
           MOVE 0 TO CALCHIST-SEQ.
           START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CALCHIST-TIPO = "R"
                           PERFORM BUSCAR-FACTURADA
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CREDITOS
                      OR WS-RUTINA-RC = 8
               IF WS-CRE-NOTA(WS-C) = 0
                   PERFORM EMITIR-NOTA
               END-IF
           END-PERFORM.

       BUSCAR-FACTURADA.
           MOVE CALCHIST-REF-DATE TO FD-HIST-DATE.
           MOVE CALCHIST-REF-SEQ  TO FD-HIST-SEQ.
           READ FACT-DET-FILE.
           IF WS-FACTDET-FILE-STATUS = "00"
               AND FD-NOTA = 0
               AND FD-IMPORTE > 0
               IF WS-NUM-CREDITOS < 2000
                   ADD 1 TO WS-NUM-CREDITOS
                   MOVE FD-HIST-DATE TO WS-CRE-DATE(WS-NUM-CREDITOS)
                   MOVE FD-HIST-SEQ  TO WS-CRE-SEQ(WS-NUM-CREDITOS)
                   MOVE FD-CUST      TO WS-CRE-CUST(WS-NUM-CREDITOS)
                   MOVE FD-PERIODO
                       TO WS-CRE-PERIODO(WS-NUM-CREDITOS)
                   MOVE FD-FACTURA
                       TO WS-CRE-FACTURA(WS-NUM-CREDITOS)
                   MOVE FD-FACT-DATE
                       TO WS-CRE-FACT-DATE(WS-NUM-CREDITOS)
                   MOVE FD-FACT-SEQ
                       TO WS-CRE-FACT-SEQ(WS-NUM-CREDITOS)
                   MOVE FD-IMPORTE
                       TO WS-CRE-IMPORTE(WS-NUM-CREDITOS)
                   MOVE 0 TO WS-CRE-NOTA(WS-NUM-CREDITOS)
               ELSE
                   DISPLAY "DEMASIADAS REVERSAS FACTURADAS: EL RESTO"
                       " SE ACREDITA LA PROXIMA NOCHE."
                   IF WS-RUTINA-RC < 4
                       MOVE 4 TO WS-RUTINA-RC
                   END-IF
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.

      *    Una nota por factura afectada: reune todas las filas
      *    reversadas de esa factura en esta corrida.
       EMITIR-NOTA.
           PERFORM ASIGNAR-NUMERO.
           MOVE "N"                     TO WS-TIPO-DOC.
           MOVE WS-CRE-CUST(WS-C)       TO WS-DOC-CUST.
           MOVE WS-CRE-PERIODO(WS-C)    TO WS-DOC-PERIODO.
           MOVE WS-CRE-FACTURA(WS-C)    TO WS-DOC-FACTURA.
           MOVE WS-CRE-FACT-DATE(WS-C)  TO WS-DOC-REF-DATE.
           MOVE WS-CRE-FACT-SEQ(WS-C)   TO WS-DOC-REF-SEQ.
           MOVE 0 TO WS-DOC-OPERACIONES.
           MOVE 0 TO WS-DOC-TOTAL.
           PERFORM VARYING WS-D FROM WS-C BY 1
                   UNTIL WS-D > WS-NUM-CREDITOS
               IF WS-CRE-FACTURA(WS-D) = WS-DOC-FACTURA
                   AND WS-CRE-NOTA(WS-D) = 0
                   MOVE WS-DOC-NUM TO WS-CRE-NOTA(WS-D)
                   ADD 1 TO WS-DOC-OPERACIONES
                   SUBTRACT WS-CRE-IMPORTE(WS-D) FROM WS-DOC-TOTAL
                   PERFORM MARCAR-ACREDITADA
               END-IF
           END-PERFORM.
           IF WS-RUTINA-RC < 8
               PERFORM ESCRIBIR-MOVIMIENTO
               IF WS-HIST-FILE-STATUS = "00"
                   PERFORM ESCRIBIR-REGISTRO
                   PERFORM IMPRIMIR-NOTA
                   ADD 1 TO WS-NOTAS
                   ADD WS-DOC-TOTAL TO WS-TOTAL-ACREDITADO
               END-IF
           END-IF.

       MARCAR-ACREDITADA.
           MOVE WS-CRE-DATE(WS-D) TO FD-HIST-DATE.
           MOVE WS-CRE-SEQ(WS-D)  TO FD-HIST-SEQ.
           READ FACT-DET-FILE.
           IF WS-FACTDET-FILE-STATUS = "00"
               MOVE WS-DOC-NUM       TO FD-NOTA
               MOVE WS-FECHA-PROCESO TO FD-NOTA-FECHA
               REWRITE FACTDET-RECORD
           END-IF.
           IF WS-FACTDET-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR " WS-FACTDET-FILE-STATUS
                   " MARCANDO EN FACTDET.DAT LA FILA "
                   WS-CRE-DATE(WS-D) "-" WS-CRE-SEQ(WS-D)
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               DISPLAY WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           END-IF.

      *-----------------------------------------------------------
      * Numero corrido de FACTSEQ.DAT, compartido por facturas y
      * notas de credito, misma mecanica que LOTESEQ.DAT.
      *-----------------------------------------------------------
       ASIGNAR-NUMERO.
           MOVE 1 TO WS-DOC-NUM.
           OPEN INPUT FACT-SEQ-FILE.
           IF WS-FACTSEQ-FILE-STATUS = "00"
               READ FACT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-DOC-NUM = FACTSEQ-LINE + 1
               END-READ
               CLOSE FACT-SEQ-FILE
           END-IF.
           OPEN OUTPUT FACT-SEQ-FILE.
           MOVE WS-DOC-NUM TO FACTSEQ-LINE
           WRITE FACTSEQ-LINE.
           CLOSE FACT-SEQ-FILE.

      *-----------------------------------------------------------
      * El documento entra a la historia como movimiento del dia
      * de negocio: TIPO "F" con el total de la factura (sube el
      * saldo) o TIPO "N" con el credito en negativo. NUM1 = numero
      * del documento, NUM2 = factura de origen; la nota apunta
      * por REF-DATE/REF-SEQ a la fila "F" de esa factura.
      *-----------------------------------------------------------
       ESCRIBIR-MOVIMIENTO.
           MOVE WS-FECHA-PROCESO TO WS-SYS-DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE WS-HIST-SEQ.
           MOVE SPACES              TO CALCHIST-RECORD.
           MOVE WS-SYS-DATE         TO CALCHIST-DATE.
           MOVE WS-HIST-SEQ         TO CALCHIST-SEQ.
           MOVE WS-SYS-TIME         TO CALCHIST-TIME.
           MOVE WS-DOC-NUM          TO CALCHIST-NUM1.
           MOVE WS-DOC-FACTURA      TO CALCHIST-NUM2.
           MOVE 7                   TO CALCHIST-OPCION.
           MOVE WS-DOC-TOTAL        TO CALCHIST-RESULTADO.
           MOVE "N"                 TO CALCHIST-BREACH.
           MOVE WS-TIPO-DOC         TO CALCHIST-TIPO.
           MOVE WS-DOC-REF-DATE     TO CALCHIST-REF-DATE.
           MOVE WS-DOC-REF-SEQ      TO CALCHIST-REF-SEQ.
           MOVE WS-DOC-CUST         TO CALCHIST-CUST-ID.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL      TO CALCHIST-OPERADOR.
           MOVE "FACTURA"           TO CALCHIST-LOTE.
           MOVE SPACES              TO CALCHIST-MONEDA.
           MOVE 0                   TO CALCHIST-TASA.
           MOVE 0                   TO CALCHIST-IMP-ORIG.
           MOVE 0                   TO CALCHIST-PLAZO.
           CALL "SUCURSAL-CLIENTE" USING CALCHIST-CUST-ID
               CALCHIST-SUCURSAL WS-SUC-PERMITIDO.
           PERFORM WITH TEST AFTER
                   UNTIL WS-HIST-FILE-STATUS NOT = "22"
                      OR CALCHIST-SEQ = 0
               WRITE CALCHIST-RECORD
               IF WS-HIST-FILE-STATUS = "22"
                   CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE
                       WS-HIST-SEQ
                   MOVE WS-HIST-SEQ TO CALCHIST-SEQ
               END-IF
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-HIST-FILE-STATUS
                   " GRABANDO EL DOCUMENTO " WS-DOC-NUM
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S GRABANDO EN CALCHIST EL "
                   "DOCUMENTO " WS-DOC-NUM " DEL CLIENTE "
                   WS-DOC-CUST
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               PERFORM ESCRIBIR-BITACORA
               PERFORM ESCRIBIR-LADO-CLIENTE
           END-IF.

       ESCRIBIR-LADO-CLIENTE.
           MOVE SPACES TO HISTCUST-RECORD.
           MOVE CALCHIST-CUST-ID   TO HISTCUST-CUST.
           MOVE CALCHIST-DATE      TO HISTCUST-DATE.
           MOVE CALCHIST-SEQ       TO HISTCUST-SEQ.
           MOVE CALCHIST-OPCION    TO HISTCUST-OPCION.
           MOVE CALCHIST-NUM1      TO HISTCUST-NUM1.
           MOVE CALCHIST-NUM2      TO HISTCUST-NUM2.
           MOVE CALCHIST-RESULTADO TO HISTCUST-RESULTADO.
           MOVE CALCHIST-BREACH    TO HISTCUST-BREACH.
           MOVE CALCHIST-TIPO      TO HISTCUST-TIPO.
           WRITE HISTCUST-RECORD.

       ESCRIBIR-BITACORA.
           OPEN EXTEND CALC-LOG-FILE.
           MOVE WS-SYS-DATE        TO CALCLOG-DATE
           MOVE WS-SYS-TIME        TO CALCLOG-TIME
           MOVE CALCHIST-NUM1      TO CALCLOG-NUM1
           MOVE CALCHIST-NUM2      TO CALCLOG-NUM2
           MOVE CALCHIST-OPCION    TO CALCLOG-OPCION
           MOVE CALCHIST-RESULTADO TO CALCLOG-RESULTADO
           MOVE CALCHIST-LOTE      TO CALCLOG-LOTE
           MOVE CALCHIST-CUST-ID   TO CALCLOG-CUST
           MOVE CALCHIST-PLAZO     TO CALCLOG-PLAZO
           MOVE CALCHIST-SUCURSAL  TO CALCLOG-SUCURSAL
           MOVE "CALCLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               CALCLOG-DATE + CALCLOG-TIME
               + FUNCTION INTEGER(
                   FUNCTION ABS(CALCLOG-RESULTADO) * 100),
               999999937)
           CALL "SELLA-AUDITORIA" USING WS-SELLO-LOG
               WS-SELLO-APORTE WS-SELLO-SEQ WS-SELLO-CHECK
           MOVE WS-SELLO-SEQ   TO CALCLOG-SEQ
           MOVE WS-SELLO-CHECK TO CALCLOG-CHECK
           MOVE WS-OPER-ACTUAL TO CALCLOG-OPERADOR
           WRITE CALCLOG-RECORD.
           CLOSE CALC-LOG-FILE.

       ESCRIBIR-REGISTRO.
           OPEN EXTEND FACT-REG-FILE.
           IF WS-FACTREG-FILE-STATUS = "35"
               OPEN OUTPUT FACT-REG-FILE
           END-IF.
           MOVE SPACES TO FACTREG-RECORD.
           MOVE WS-DOC-NUM         TO FR-NUMERO.
           MOVE WS-TIPO-DOC        TO FR-TIPO.
           MOVE WS-DOC-CUST        TO FR-CUST.
           MOVE WS-DOC-PERIODO     TO FR-PERIODO.
           MOVE WS-FECHA-PROCESO   TO FR-FECHA.
           MOVE WS-DOC-OPERACIONES TO FR-OPERACIONES.
           MOVE WS-DOC-TOTAL       TO FR-TOTAL.
           MOVE WS-DOC-FACTURA     TO FR-FACTURA.
           MOVE CALCHIST-DATE      TO FR-HIST-DATE.
           MOVE CALCHIST-SEQ       TO FR-HIST-SEQ.
           WRITE FACTREG-RECORD.
           CLOSE FACT-REG-FILE.

      *-----------------------------------------------------------
      * Documentos listos para imprimir, uno tras otro, en el
      * archivo del mes de emision FACTURAS_AAAAMM.DAT.
      *-----------------------------------------------------------
       ABRIR-IMPRESION.
           OPEN EXTEND FACTURAS-FILE.
           IF WS-FACTURAS-FILE-STATUS = "35"
               OPEN OUTPUT FACTURAS-FILE
           END-IF.
           PERFORM BUSCAR-NOMBRE.
           MOVE ALL "=" TO FACTURA-LINE.
           WRITE FACTURA-LINE.

       IMPRIMIR-FACTURA.
           PERFORM ABRIR-IMPRESION.
           MOVE SPACES TO FACTURA-LINE.
           STRING "FACTURA No. " WS-DOC-NUM
               "                   PERIODO: " WS-PERIODO
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "FECHA: " WS-FECHA-PROCESO
               "          CLIENTE: " WS-DOC-CUST " " WS-CUST-NOMBRE
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "NIVEL DE TARIFA: " WS-CLI-NIVEL(WS-C)
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE "OPERACION  CANTIDAD  PRECIO UNITARIO          IMPORTE"
               TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > 9
               IF WS-CLI-CUENTA(WS-C, WS-P) > 0
                   MOVE WS-P TO WS-O
                   PERFORM IMPRIMIR-RENGLON
               END-IF
           END-PERFORM.
           MOVE WS-DOC-TOTAL TO WS-TOTAL-TEXTO.
           MOVE SPACES TO FACTURA-LINE.
           STRING "TOTAL A PAGAR: " FUNCTION TRIM(WS-TOTAL-TEXTO)
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           CLOSE FACTURAS-FILE.

       IMPRIMIR-RENGLON.
           MOVE WS-CLI-CUENTA(WS-C, WS-O)  TO WS-CANTIDAD-TEXTO.
           MOVE WS-CLI-PRECIO(WS-C, WS-O)  TO WS-PRECIO-TEXTO.
           MOVE WS-CLI-IMPORTE(WS-C, WS-O) TO WS-IMPORTE-TEXTO.
           MOVE SPACES TO FACTURA-LINE.
           STRING "    " WS-O "      " WS-CANTIDAD-TEXTO
               "       " WS-PRECIO-TEXTO
               "  " WS-IMPORTE-TEXTO
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.

       IMPRIMIR-NOTA.
           PERFORM ABRIR-IMPRESION.
           MOVE SPACES TO FACTURA-LINE.
           STRING "NOTA DE CREDITO No. " WS-DOC-NUM
               "          SOBRE FACTURA No. " WS-DOC-FACTURA
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "FECHA: " WS-FECHA-PROCESO
               "          CLIENTE: " WS-DOC-CUST " " WS-CUST-NOMBRE
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           STRING "PERIODO FACTURADO: " WS-DOC-PERIODO
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE "FECHA CALC.  SECUENCIA                      IMPORTE"
               TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           PERFORM VARYING WS-D FROM WS-C BY 1
                   UNTIL WS-D > WS-NUM-CREDITOS
               IF WS-CRE-NOTA(WS-D) = WS-DOC-NUM
                   MOVE WS-CRE-IMPORTE(WS-D) TO WS-IMPORTE-TEXTO
                   MOVE SPACES TO FACTURA-LINE
                   STRING "  " WS-CRE-DATE(WS-D)
                       "    " WS-CRE-SEQ(WS-D)
                       "          REVERSADO  " WS-IMPORTE-TEXTO
                       DELIMITED BY SIZE INTO FACTURA-LINE
                   WRITE FACTURA-LINE
               END-IF
           END-PERFORM.
           MOVE WS-DOC-TOTAL TO WS-TOTAL-TEXTO.
           MOVE SPACES TO FACTURA-LINE.
           STRING "TOTAL A SU FAVOR: " FUNCTION TRIM(WS-TOTAL-TEXTO)
               DELIMITED BY SIZE INTO FACTURA-LINE.
           WRITE FACTURA-LINE.
           MOVE SPACES TO FACTURA-LINE.
           WRITE FACTURA-LINE.
           CLOSE FACTURAS-FILE.

       BUSCAR-NOMBRE.
           MOVE SPACES TO WS-CUST-NOMBRE.
           IF WS-TIENE-CUSTIDX = "S"
               MOVE WS-DOC-CUST TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               IF WS-CUSTIDX-FILE-STATUS = "00"
                   MOVE CUSTMAST-NAME TO WS-CUST-NOMBRE
               END-IF
           END-IF.

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
           MOVE "FACTURACION-MENSUAL" TO ERRLOG-PROGRAM
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

       END PROGRAM FACTURACION-MENSUAL.
