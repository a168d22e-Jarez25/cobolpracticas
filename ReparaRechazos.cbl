               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 CALCINREJ-RECORD.
           05 CALCINREJ-MOTIVO  PIC XX.
           05 FILLER            PIC X VALUE SPACE.
           05 CALCINREJ-DATOS   PIC X(34).

       FD  CALC-SALIDA-FILE.
       01 CALCIN-RECORD.
           05 CALCIN-OPCION     PIC 9.
           05 CALCIN-CUST-ID    PIC 9(6).
           05 CALCIN-MONEDA     PIC X(3).
           05 CALCIN-PLAZO      PIC S9(3) SIGN IS TRAILING SEPARATE.
       01 CALCIN-TRAILER.
           05 CALCIN-TRL-MARCA  PIC X.
           05 CALCIN-TRL-CUENTA PIC 9(6).
           05 FILLER             PIC X.
           05 RAUD-MOTIVO        PIC XX.
           05 FILLER             PIC X.
           05 RAUD-ANTES         PIC X(34).
           05 FILLER             PIC X.
           05 RAUD-DESPUES       PIC X(34).

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REJ-FILE-STATUS        PIC XX VALUE "00".
       01 WS-NUM1                   PIC S9(7)V99 VALUE 0.
       01 WS-NUM2                   PIC S9(7)V99 VALUE 0.
       01 WS-OPCION                 PIC 9 VALUE 0.
       01 WS-PLAZO                  PIC S9(3) VALUE 0.
       01 WS-CUST-ID                PIC 9(6) VALUE 0.
       01 WS-CUST-VALIDO            PIC X VALUE "N".
       01 WS-CUST-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-CUST-AJENO             PIC X VALUE "N".
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".
       01 WS-ENTRADA-OK             PIC X VALUE "N".
       01 WS-REGISTRO-OK            PIC X VALUE "N".
       01 WS-HASH-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-MOTIVO-TEXTO           PIC X(30) VALUE SPACES.
       01 WS-MONEDA                 PIC X(3) VALUE SPACES.
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-MON-CONOCIDA           PIC X VALUE "N".

      * La vista del registro rechazado con su trazado original.
       01 WS-DATOS-REJ.
           05 REJ-OPCION        PIC X.
           05 REJ-CUST          PIC X(6).
           05 REJ-MONEDA        PIC X(3).
           05 REJ-PLAZO         PIC X(4).

      * Rechazos cargados en memoria; los no corregidos vuelven a
      * CALCINREJ.DAT al final.
       01 WS-TABLA-REJ.
           05 WS-REJ-ENTRY OCCURS 200 TIMES.
               10 WS-REJ-MOTIVO  PIC XX.
               10 WS-REJ-DATOS   PIC X(34).
               10 WS-REJ-ESTADO  PIC X.

       COPY "SYSDATE.cpy".
      * Taller de reparacion de rechazos: recorre CALCINREJ.DAT
      * registro por registro mostrando el motivo y el original,
      * deja corregir los campos con las MISMAS validaciones de la
      * captura (importes numericos, OPCION 1-9, division y cuotas
      * sin cero, tasa y plazo de la tasa compuesta, cliente del
      * maestro), y lo corregido sale como
      * lote de resubmision con trailer fresco por la cola de
      * lotes (fuente REPARA) - se acabo el vi y la oracion. Cada
      * correccion queda auditada con antes/despues y operador, y
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           PERFORM CARGAR-RECHAZOS.
           IF WS-NUM-REJ = 0
               DISPLAY "SIN RECHAZOS EN CALCINREJ.DAT."
           DISPLAY "  ORIGINAL: NUM1 [" REJ-NUM1
               "] NUM2 [" REJ-NUM2
               "] OPCION [" REJ-OPCION
               "] CLIENTE [" REJ-CUST
               "] PLAZO [" REJ-PLAZO "]".
           DISPLAY "CORREGIR (C), SALTAR (S), TERMINAR (F):"
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN "02"
                   MOVE "NUM2 NO NUMERICO" TO WS-MOTIVO-TEXTO
               WHEN "03"
                   MOVE "OPCION FUERA DE 1-9" TO WS-MOTIVO-TEXTO
               WHEN "04"
                   MOVE "DIVISION ENTRE CERO" TO WS-MOTIVO-TEXTO
               WHEN "05"
                   MOVE "CLIENTE INVALIDO" TO WS-MOTIVO-TEXTO
               WHEN "07"
                   MOVE "MONEDA SIN TASA" TO WS-MOTIVO-TEXTO
               WHEN "10"
                   MOVE "TASA DE -100 O MENOS" TO WS-MOTIVO-TEXTO
               WHEN "11"
                   MOVE "PLAZO INVALIDO" TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "MOTIVO DESCONOCIDO" TO WS-MOTIVO-TEXTO
           END-EVALUATE.
           PERFORM CAPTURAR-NUM1.
           PERFORM CAPTURAR-NUM2.
           PERFORM CAPTURAR-OPCION.
           MOVE 0 TO WS-PLAZO.
           IF WS-OPCION = 9
               PERFORM CAPTURAR-PLAZO
           END-IF.
           PERFORM CAPTURAR-CLIENTE.
           IF (WS-OPCION = 4 OR WS-OPCION = 7) AND WS-NUM2 = 0
               DISPLAY "NUM2 NO PUEDE SER CERO PARA ESA"
               MOVE "N" TO WS-REGISTRO-OK
               ADD 1 TO WS-SALTADOS
           END-IF.
           IF WS-OPCION = 9 AND WS-NUM2 NOT > -100
               DISPLAY "LA TASA TIENE QUE SER MAYOR A -100."
                   " EL RECHAZO SIGUE PENDIENTE."
               MOVE "N" TO WS-REGISTRO-OK
               ADD 1 TO WS-SALTADOS
           END-IF.
           IF WS-REGISTRO-OK = "S"
               MOVE WS-NUM1    TO CALCIN-NUM1
               MOVE WS-NUM2    TO CALCIN-NUM2
               MOVE WS-OPCION  TO CALCIN-OPCION
               MOVE WS-CUST-ID TO CALCIN-CUST-ID
               MOVE WS-PLAZO   TO CALCIN-PLAZO
               PERFORM CAPTURAR-MONEDA
               MOVE WS-MONEDA TO CALCIN-MONEDA
               WRITE CALCIN-RECORD

       CAPTURAR-OPCION.
           MOVE 0 TO WS-OPCION.
           PERFORM UNTIL WS-OPCION >= 1 AND WS-OPCION <= 9
               DISPLAY "OPCION 1-9 (ORIGINAL " REJ-OPCION "):"
               ACCEPT WS-OPCION
               IF WS-OPCION < 1 OR WS-OPCION > 9
                   DISPLAY "OPCION INVALIDA."
               END-IF
           END-PERFORM.

      *    Plazo de la tasa compuesta: 1 a 360 periodos, negativo
      *    para valor presente, igual que el motivo 11.
       CAPTURAR-PLAZO.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM UNTIL WS-ENTRADA-OK = "S"
               DISPLAY "PLAZO +/-1 A 360 (ORIGINAL " REJ-PLAZO "):"
               ACCEPT WS-CAPTURA-X
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA-X) = 0
                   AND FUNCTION NUMVAL(WS-CAPTURA-X) NOT = 0
                   AND FUNCTION ABS(FUNCTION NUMVAL(WS-CAPTURA-X))
                       NOT > 360
                   AND FUNCTION INTEGER(FUNCTION NUMVAL(WS-CAPTURA-X))
                       = FUNCTION NUMVAL(WS-CAPTURA-X)
                   COMPUTE WS-PLAZO = FUNCTION NUMVAL(WS-CAPTURA-X)
                   MOVE "S" TO WS-ENTRADA-OK
               ELSE
                   DISPLAY "PLAZO INVALIDO. INTENTA DE NUEVO."
               END-IF
           END-PERFORM.

       CAPTURAR-CLIENTE.
           MOVE "N" TO WS-CUST-VALIDO.
           PERFORM UNTIL WS-CUST-VALIDO = "S"
               ELSE
                   PERFORM BUSCAR-CLIENTE
                   IF WS-CUST-VALIDO NOT = "S"
                       IF WS-CUST-AJENO = "S"
                           DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                               WS-CUST-SUCURSAL "): " WS-CUST-ID
                       ELSE
                           DISPLAY "CLIENTE DESCONOCIDO O INACTIVO: "
                               WS-CUST-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    La moneda se valida contra TASAIDX.DAT como hace
      *    EDITA-CALCIN: asi el motivo 07 no puede rebotar de
      *    nuevo con la misma causa.
       CAPTURAR-MONEDA.
               ELSE
                   PERFORM VALIDAR-MONEDA
                   IF WS-MON-CONOCIDA NOT = "S"
                       DISPLAY "MONEDA SIN TASA EN TASAIDX.DAT."
                   END-IF
               END-IF
           END-PERFORM.

      *    Basta posicionarse en la moneda y ver si el primer
      *    registro es de ella.
       VALIDAR-MONEDA.
           MOVE "N" TO WS-MON-CONOCIDA.
           OPEN INPUT TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE WS-MONEDA TO TASAIDX-MONEDA
               MOVE 0 TO TASAIDX-FECHA
               START TASA-INDEX-FILE KEY NOT < TASAIDX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ TASA-INDEX-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF TASAIDX-MONEDA = WS-MONEDA
                                   MOVE "S" TO WS-MON-CONOCIDA
                               END-IF
                       END-READ
               END-START
               CLOSE TASA-INDEX-FILE
           END-IF.

       BUSCAR-CLIENTE.
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "N" TO WS-CUST-AJENO.
           IF WS-CUST-VALIDO = "S"
               PERFORM VERIFICAR-SUCURSAL
           END-IF.

      *    Solo los clientes de la sucursal del operador, salvo que
      *    sea de casa matriz.
       VERIFICAR-SUCURSAL.
           CALL "SUCURSAL-CLIENTE" USING WS-CUST-ID WS-CUST-SUCURSAL
               WS-SUC-PERMITIDO.
           IF WS-SUC-PERMITIDO NOT = "S"
               MOVE "N" TO WS-CUST-VALIDO
               MOVE "S" TO WS-CUST-AJENO
           END-IF.

       ESCRIBIR-TRAILER.
           MOVE "T" TO CALCIN-TRL-MARCA.
