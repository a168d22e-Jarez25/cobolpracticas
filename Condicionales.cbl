       01 WS-ALR-CLAVE             PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE           PIC X(60) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       01 WS-RED-OPERACION         PIC X(10) VALUE "3".
       01 WS-RED-PROGRAMA          PIC X(20) VALUE "CONDICIONALES".
       01 WS-RED-REGISTRA          PIC X VALUE "N".
       01 WS-RED-REGLA             PIC X(6) VALUE SPACES.
       01 WS-RED-EXACTO            PIC S9(11)V9(7) VALUE 0.
       01 WS-RED-VALOR             PIC S9(11)V99 VALUE 0.

      * Banda de limites por operacion (piso y techo) cargada de
      * LIMITES.DAT; la operacion sin renglon cae al umbral global.
               ACCEPT NUM1
               DISPLAY "INGRESA EL SEGUNDO NUMERO:"
               ACCEPT NUM2
      *        Misma regla de la multiplicacion que la
      *        calculadora; la prueba de umbral no asienta nada,
      *        asi que no deja diferencia registrada.
               MULTIPLY NUM1 BY NUM2 GIVING WS-RED-EXACTO
               CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
                   WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
                   WS-RED-EXACTO WS-RED-VALOR
               MOVE WS-RED-VALOR TO RESULTADO
               PERFORM EVALUAR-UMBRAL
           END-IF.

