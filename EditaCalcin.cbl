               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEHASH-FILE-STATUS.

           SELECT LOTES-QUEUE-FILE ASSIGN TO "LOTESQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-INPUT-FILE.
           05 CALCIN-OPCION     PIC X.
           05 CALCIN-CUST-ID    PIC X(6).
           05 CALCIN-MONEDA     PIC X(3).
           05 CALCIN-PLAZO      PIC X(4).
       01 CALCIN-TRAILER.
           05 CALCIN-TRL-MARCA  PIC X.
           05 CALCIN-TRL-CUENTA PIC X(6).
           05 CALCIN-TRL-HASH   PIC X(14).

       FD  CALC-VALID-FILE.
       01 CALCINOK-RECORD       PIC X(34).

       FD  CALC-REJECT-FILE.
       01 CALCINREJ-RECORD.
           05 CALCINREJ-MOTIVO  PIC XX.
           05 FILLER            PIC X VALUE SPACE.
           05 CALCINREJ-DATOS   PIC X(34).

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy".

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".
       01 SUSPENSO-RECORD.
           05 SUSP-MOTIVO       PIC XX.
           05 FILLER            PIC X VALUE SPACE.
           05 SUSP-DATOS        PIC X(34).

      * Huella de cada lote editado (conteo y hash del trailer):
      * el archivo que finanzas reenvia entero repite la huella y
           05 LH-HASH           PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.

      * Cola de lotes: de ahi sale la fuente del archivo editado.
       FD  LOTES-QUEUE-FILE.
       01 LOTESQ-RECORD.
           05 LQ-ID             PIC X(7).
           05 FILLER            PIC X.
           05 LQ-FUENTE         PIC X(8).
           05 FILLER            PIC X.
           05 LQ-ARCHIVO        PIC X(20).
           05 FILLER            PIC X.
           05 LQ-ESTADO         PIC X(9).
           05 FILLER            PIC X.
           05 LQ-FECHA          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CALCIN-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-IMPORTE-9 REDEFINES WS-IMPORTE-X
                                    PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
       01 WS-PLAZO-X                PIC X(4).
       01 WS-PLAZO-9 REDEFINES WS-PLAZO-X
                                    PIC S9(3)
                                    SIGN IS TRAILING SEPARATE.
       01 WS-PLAZO-EDIT             PIC S9(3) VALUE 0.
       01 WS-TRLHASH-X              PIC X(14).
       01 WS-TRLHASH-9 REDEFINES WS-TRLHASH-X
                                    PIC S9(11)V99
       01 WS-CUST-ID                PIC 9(6) VALUE 0.
       01 WS-CUST-VALIDO            PIC X VALUE "N".
       01 WS-EOF-CUST               PIC X VALUE "N".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TASAS-ABIERTO          PIC X VALUE "N".
       01 WS-MON-CONOCIDA           PIC X VALUE "N".

       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-SUSPENSO-FILE-STATUS   PIC XX VALUE "00".
       01 WS-NUM1-EDIT              PIC S9(7)V99 VALUE 0.
       01 WS-NUM2-EDIT              PIC S9(7)V99 VALUE 0.
       01 WS-LOTE-REPETIDO          PIC X VALUE "N".
       01 WS-LOTESQ-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-COLA               PIC X VALUE "N".
       01 WS-LOTE-FUENTE            PIC X(8) VALUE SPACES.

      * Lo ya asentado hoy en CALCHIST, para detectar el registro
      * identico en NUM1, NUM2, OPCION, cliente y plazo.
       01 WS-TABLA-HOY.
           05 WS-HOY-ENTRY OCCURS 500 TIMES.
               10 WS-HOY-NUM1       PIC S9(7)V99.
               10 WS-HOY-NUM2       PIC S9(7)V99.
               10 WS-HOY-OPCION     PIC 9.
               10 WS-HOY-CUST       PIC 9(6).
               10 WS-HOY-PLAZO      PIC S9(3).
       01 CALCINOK-TRAILER.
           05 OK-TRL-MARCA          PIC X VALUE "T".
           05 OK-TRL-CUENTA         PIC 9(6) VALUE 0.
      * asi la corrida nocturna solo procesa entrada conocida-buena
      * y los rechazos se corrigen por la manana en un solo lugar.
      *   MOTIVOS: 01 NUM1 NO NUMERICO   02 NUM2 NO NUMERICO
      *            03 OPCION FUERA DE 1-9
      *            04 DIVISION ENTRE CERO
      *            05 CUOTAS SIN PERIODOS
      *            06 CLIENTE INVALIDO, DESCONOCIDO O INACTIVO
      *            07 MONEDA SIN TASA EN TASAIDX.DAT
      *            10 TASA COMPUESTA CON TASA DE -100 O MENOS
      *            11 TASA COMPUESTA SIN PLAZO 1-360 (CON SIGNO)
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
      *    El primer argumento nombra el archivo a editar (p.ej.
           IF FUNCTION TRIM(WS-PARM-ARCHIVO) NOT = SPACES
               MOVE WS-PARM-ARCHIVO TO WS-ENTRADA-NOMBRE
           END-IF.
           PERFORM ABRIR-TASAS.
           PERFORM CARGAR-HISTORIA-HOY.
      *    El suspenso se EXTIENDE: lo que una edicion anterior
      *    retuvo y el operador aun no libera ni descarta en
               PERFORM ESCRIBIR-TRAILER-VALIDO
               CLOSE CALC-VALID-FILE
               CLOSE CALC-REJECT-FILE
      *        El lote de instrucciones permanentes repite por
      *        naturaleza conteo y hash del periodo anterior, y ya
      *        trae su propio candado de un lote por dia: la
      *        huella no aplica.
               PERFORM BUSCAR-FUENTE-LOTE
               IF WS-LOTE-FUENTE NOT = "RECURRE"
                   PERFORM VERIFICAR-LOTE-REPETIDO
               END-IF
               PERFORM IMPRIMIR-RESUMEN
           END-IF.
           CLOSE SUSPENSO-FILE.
           IF WS-TASAS-ABIERTO = "S"
               CLOSE TASA-INDEX-FILE
           END-IF.

           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.
               ELSE
                   MOVE CALCIN-NUM2 TO WS-IMPORTE-X
                   ADD WS-IMPORTE-9 TO WS-HASH-LEIDO
                   IF CALCIN-OPCION < "1" OR CALCIN-OPCION > "9"
                       MOVE "03" TO WS-MOTIVO
                   ELSE
                       IF CALCIN-OPCION = "9"
                           PERFORM VALIDAR-TASA-COMPUESTA
                       END-IF
                       IF CALCIN-OPCION = "4"
                           AND CALCIN-NUM2(1:9) = "000000000"
                           MOVE "04" TO WS-MOTIVO
      * contra lo realmente leido para detectar una transferencia
      * truncada antes de que el lote la procese.
      *-----------------------------------------------------------
      *-----------------------------------------------------------
      * La operacion 9 trae en NUM2 la tasa por periodo (ya en
      * WS-IMPORTE-9 por el hash) y el plazo al final del registro
      * en tres digitos y signo; sin plazo valido no hay calculo.
      *-----------------------------------------------------------
       VALIDAR-TASA-COMPUESTA.
           IF WS-IMPORTE-9 NOT > -100
               MOVE "10" TO WS-MOTIVO
           ELSE
               IF CALCIN-PLAZO(1:3) IS NOT NUMERIC
                   OR (CALCIN-PLAZO(4:1) NOT = "+"
                       AND CALCIN-PLAZO(4:1) NOT = "-")
                   MOVE "11" TO WS-MOTIVO
               ELSE
                   MOVE CALCIN-PLAZO TO WS-PLAZO-X
                   IF WS-PLAZO-9 = 0
                       OR WS-PLAZO-9 > 360 OR WS-PLAZO-9 < -360
                       MOVE "11" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * El cliente del registro es opcional (espacios o ceros),
      * pero si viene informado tiene que ser numerico y existir
           END-IF.

      *    La moneda, si viene, tiene que tener al menos una tasa
      *    registrada en TASAIDX.DAT - lo que no, rebota con motivo
      *    07 antes de llegar al lote; el lote ya valida la
      *    vigencia exacta. Basta posicionarse en la moneda y ver
      *    si el primer registro es de ella.
       VALIDAR-MONEDA-REGISTRO.
           IF CALCIN-MONEDA = SPACES
               CONTINUE
           ELSE
               MOVE "N" TO WS-MON-CONOCIDA
               IF WS-TASAS-ABIERTO = "S"
                   MOVE CALCIN-MONEDA TO TASAIDX-MONEDA
                   MOVE 0 TO TASAIDX-FECHA
                   START TASA-INDEX-FILE KEY NOT < TASAIDX-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ TASA-INDEX-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF TASAIDX-MONEDA = CALCIN-MONEDA
                                       MOVE "S" TO WS-MON-CONOCIDA
                                   END-IF
                           END-READ
                   END-START
               END-IF
               IF WS-MON-CONOCIDA NOT = "S"
                   MOVE "07" TO WS-MOTIVO
               END-IF
           END-IF.

       ABRIR-TASAS.
           MOVE "N" TO WS-TASAS-ABIERTO.
           OPEN INPUT TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-TASAS-ABIERTO
           END-IF.

      *-----------------------------------------------------------
                                   WS-HOY-OPCION(WS-NUM-HOY)
                               MOVE CALCHIST-CUST-ID TO
                                   WS-HOY-CUST(WS-NUM-HOY)
                               IF CALCHIST-PLAZO IS NUMERIC
                                   MOVE CALCHIST-PLAZO TO
                                       WS-HOY-PLAZO(WS-NUM-HOY)
                               ELSE
                                   MOVE 0 TO
                                       WS-HOY-PLAZO(WS-NUM-HOY)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE WS-IMPORTE-9 TO WS-NUM1-EDIT.
           MOVE CALCIN-NUM2 TO WS-IMPORTE-X.
           MOVE WS-IMPORTE-9 TO WS-NUM2-EDIT.
           MOVE 0 TO WS-PLAZO-EDIT.
           IF CALCIN-OPCION = "9"
               MOVE CALCIN-PLAZO TO WS-PLAZO-X
               MOVE WS-PLAZO-9 TO WS-PLAZO-EDIT
           END-IF.
           PERFORM VARYING WS-HOY-IDX FROM 1 BY 1
                   UNTIL WS-HOY-IDX > WS-NUM-HOY
               IF WS-HOY-NUM1(WS-HOY-IDX) = WS-NUM1-EDIT
                   AND WS-HOY-NUM2(WS-HOY-IDX) = WS-NUM2-EDIT
                   AND WS-HOY-OPCION(WS-HOY-IDX)
                       = FUNCTION NUMVAL(CALCIN-OPCION)
                   AND WS-HOY-PLAZO(WS-HOY-IDX) = WS-PLAZO-EDIT
                   AND (CALCIN-CUST-ID = SPACES
                        AND WS-HOY-CUST(WS-HOY-IDX) = 0
                     OR CALCIN-CUST-ID IS NUMERIC
               END-IF
           END-IF.

       BUSCAR-FUENTE-LOTE.
           MOVE SPACES TO WS-LOTE-FUENTE.
           OPEN INPUT LOTES-QUEUE-FILE.
           IF WS-LOTESQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-COLA
               PERFORM UNTIL WS-EOF-COLA = "Y"
                   READ LOTES-QUEUE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-COLA
                       NOT AT END
                           IF LQ-ARCHIVO = WS-ENTRADA-NOMBRE
                               MOVE LQ-FUENTE TO WS-LOTE-FUENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTES-QUEUE-FILE
           END-IF.

      *-----------------------------------------------------------
      * El lote que repite la huella no sigue de largo: sus
      * registros validos se mueven de CALCINOK.DAT al suspenso
