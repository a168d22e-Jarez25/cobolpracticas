           05 CALCIN-OPCION     PIC 9.
           05 CALCIN-CUST-ID    PIC 9(6).
           05 CALCIN-MONEDA     PIC X(3).
           05 CALCIN-PLAZO      PIC S9(3) SIGN IS TRAILING SEPARATE.
       01 CALCIN-TRAILER.
           05 CALCIN-TRL-MARCA  PIC X.
           05 CALCIN-TRL-CUENTA PIC 9(6).
       01 WS-NUM1                   PIC S9(7)V99 VALUE 0.
       01 WS-NUM2                   PIC S9(7)V99 VALUE 0.
       01 WS-OPCION                 PIC 9 VALUE 0.
       01 WS-PLAZO                  PIC S9(3) VALUE 0.
       01 WS-PENDIENTES             PIC 9(3) VALUE 0.
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-BORRAR-IDX             PIC 9(3) VALUE 0.
               10 WS-CAP-OPCION     PIC 9.
               10 WS-CAP-CUST       PIC 9(6).
               10 WS-CAP-MONEDA     PIC X(3).
               10 WS-CAP-PLAZO      PIC S9(3).

       01 WS-LOTESEQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LOTESQ-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUST-ID                PIC 9(6) VALUE 0.
       01 WS-CUST-VALIDO            PIC X VALUE "N".
       01 WS-CUST-INACTIVO          PIC X VALUE "N".
       01 WS-CUST-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-CUST-AJENO             PIC X VALUE "N".
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".
       01 WS-EOF-CUST               PIC X VALUE "N".

       PROCEDURE DIVISION.

      *-----------------------------------------------------------
      * Cada campo se valida al teclearlo: importes numericos via
      * TEST-NUMVAL, OPCION 1-9 con plazo para la tasa compuesta,
      * y division entre cero o tasa de -100 o menos rechazadas
      * aqui mismo en lugar de reventar el lote por la noche.
      *-----------------------------------------------------------
       AGREGAR-MOVIMIENTO.
               PERFORM CAPTURAR-NUM1
               PERFORM CAPTURAR-NUM2
               PERFORM CAPTURAR-OPCION
               MOVE 0 TO WS-PLAZO
               IF WS-OPCION = 9
                   PERFORM CAPTURAR-PLAZO
               END-IF
               PERFORM CAPTURAR-CLIENTE
               PERFORM CAPTURAR-MONEDA
               IF (WS-OPCION = 4 OR WS-OPCION = 7)
                   AND WS-NUM2 = 0
                   DISPLAY "RECHAZADO: NUM2 NO PUEDE SER CERO PARA"
                       " ESA OPERACION."
               ELSE
               IF WS-OPCION = 9 AND WS-NUM2 NOT > -100
                   DISPLAY "RECHAZADO: LA TASA TIENE QUE SER MAYOR"
                       " A -100."
               ELSE
                   ADD 1 TO WS-PENDIENTES
                   MOVE WS-NUM1   TO WS-CAP-NUM1(WS-PENDIENTES)
                   MOVE WS-OPCION TO WS-CAP-OPCION(WS-PENDIENTES)
                   MOVE WS-CUST-ID TO WS-CAP-CUST(WS-PENDIENTES)
                   MOVE WS-MONEDA TO WS-CAP-MONEDA(WS-PENDIENTES)
                   MOVE WS-PLAZO  TO WS-CAP-PLAZO(WS-PENDIENTES)
                   ADD WS-NUM1 TO WS-TOTAL-CAPTURADO
                   ADD WS-NUM2 TO WS-TOTAL-CAPTURADO
                   MOVE WS-TOTAL-CAPTURADO TO WS-TOTAL-TEXTO
                       " MOVIMIENTOS, TOTAL DE IMPORTES "
                       FUNCTION TRIM(WS-TOTAL-TEXTO)
               END-IF
               END-IF
           END-IF.

       CAPTURAR-NUM1.

       CAPTURAR-OPCION.
           MOVE 0 TO WS-OPCION.
           PERFORM UNTIL WS-OPCION >= 1 AND WS-OPCION <= 9
               DISPLAY "OPCION (1=SUMA 2=RESTA 3=MULT 4=DIV"
                   " 5=POT 6=RAIZ 7=CUOTAS 8=PORCENTAJE"
                   " 9=TASA COMPUESTA):"
               ACCEPT WS-OPCION
               IF WS-OPCION < 1 OR WS-OPCION > 9
                   DISPLAY "OPCION INVALIDA. INGRESA UN VALOR DE 1 A 9."
               END-IF
           END-PERFORM.

      *    Periodos de la tasa compuesta: 1 = recargo o descuento,
      *    N = crecimiento, negativo = valor presente.
       CAPTURAR-PLAZO.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM UNTIL WS-ENTRADA-OK = "S"
               DISPLAY "PLAZO EN PERIODOS (+/-1 A 360):"
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

                       IF WS-CUST-INACTIVO = "S"
                           DISPLAY "CLIENTE INACTIVO, NO ACEPTA"
                               " CALCULOS NUEVOS: " WS-CUST-ID
                       ELSE
                       IF WS-CUST-AJENO = "S"
                           DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                               WS-CUST-SUCURSAL "): " WS-CUST-ID
                       ELSE
                           DISPLAY "CLIENTE DESCONOCIDO: "
                               WS-CUST-ID
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Moneda opcional por movimiento: vacio = moneda base; la
      *    conversion a base la hace el lote con TASAIDX.DAT.
       CAPTURAR-MONEDA.
           DISPLAY "MONEDA (VACIO = BASE, EJ. EUR O USD):"
           MOVE SPACES TO WS-MONEDA.
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

       LISTAR-PENDIENTES.
           IF WS-PENDIENTES = 0
               MOVE WS-CAP-OPCION(WS-IDX) TO CALCIN-OPCION
               MOVE WS-CAP-CUST(WS-IDX)   TO CALCIN-CUST-ID
               MOVE WS-CAP-MONEDA(WS-IDX) TO CALCIN-MONEDA
               MOVE WS-CAP-PLAZO(WS-IDX)  TO CALCIN-PLAZO
               WRITE CALCIN-RECORD
           END-PERFORM.
           MOVE "T" TO CALCIN-TRL-MARCA.
