       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-TABLA-LLENA            PIC X VALUE "N".
       01 WS-TOTAL-TEXTO            PIC -(13)9.99.
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".

      * Movimiento del dia acumulado por cliente antes de tocar el
      * maestro de saldos.
                   COMPUTE CUSTBAL-SALDO-FINAL =
                       CUSTBAL-SALDO-INICIAL + CUSTBAL-MOVIMIENTO
                   MOVE WS-FECHA-POSTEO TO CUSTBAL-FECHA-POSTEO
                   CALL "SUCURSAL-CLIENTE" USING CUSTBAL-CUST
                       CUSTBAL-SUCURSAL WS-SUC-PERMITIDO
                   REWRITE CUSTBAL-RECORD
                   ADD 1 TO WS-POSTEADOS
                   PERFORM MOSTRAR-POSTEO
               MOVE WS-MOV-TOTAL(WS-IDX) TO CUSTBAL-MOVIMIENTO
               MOVE WS-MOV-TOTAL(WS-IDX) TO CUSTBAL-SALDO-FINAL
               MOVE WS-FECHA-POSTEO TO CUSTBAL-FECHA-POSTEO
               CALL "SUCURSAL-CLIENTE" USING CUSTBAL-CUST
                   CUSTBAL-SUCURSAL WS-SUC-PERMITIDO
               WRITE CUSTBAL-RECORD
               ADD 1 TO WS-POSTEADOS
               PERFORM MOSTRAR-POSTEO
