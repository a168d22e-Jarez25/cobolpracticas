       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDONDEA-IMPORTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLA-FILE ASSIGN TO "REDONDEO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGLA-FILE-STATUS.

           SELECT REDREG-FILE ASSIGN TO "REDONDEOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDREG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Regla de redondeo publicada por finanzas, un renglon por
      * operacion:
      *   DEFECTO ARRIBA      regla de lo que no se lista
      *   4 PAR               division, mitad al par
      *   7 TRUNCA            cuotas, sin redondeo
      *   CONVERSION ARRIBA   conversion de moneda
      *   MORA ARRIBA         cargos por mora porcentuales
      * Sin archivo y sin DEFECTO, la regla es ARRIBA.
       FD  REGLA-FILE.
       01 REGLA-LINE                PIC X(40).

       FD  REDREG-FILE.
           COPY "REDREG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REGLA-FILE-STATUS      PIC XX VALUE "00".
       01 WS-REDREG-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-CARGADA                PIC X VALUE "N".
       01 WS-TOK1                   PIC X(15) VALUE SPACES.
       01 WS-TOK2                   PIC X(15) VALUE SPACES.
       01 WS-REGLA-DEFECTO          PIC X(6) VALUE "ARRIBA".
       01 WS-REGLA                  PIC X(6) VALUE SPACES.
       01 WS-I                      PIC 9(3) VALUE 0.
       01 WS-NUM-REGLAS             PIC 9(3) VALUE 0.
       01 WS-TABLA-REGLAS.
           05 WS-REG-ENTRY OCCURS 20 TIMES.
               10 WS-REG-OPERACION  PIC X(10).
               10 WS-REG-REGLA      PIC X(6).

       01 WS-TRUNCADO               PIC S9(11)V99 VALUE 0.
       01 WS-RESTO                  PIC S9V9(7) VALUE 0.
       01 WS-RESTO-ABS              PIC 9V9(7) VALUE 0.
       01 WS-CENTAVOS               PIC S9(13) VALUE 0.
       01 WS-MITAD                  PIC S9(13) VALUE 0.
       01 WS-IMPAR                  PIC S9 VALUE 0.
       01 WS-ALEJAR                 PIC X VALUE "N".
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       COPY "SYSDATE.cpy".

       LINKAGE SECTION.
       01 LK-OPERACION              PIC X(10).
       01 LK-PROGRAMA               PIC X(20).
       01 LK-REGISTRA               PIC X.
       01 LK-REGLA                  PIC X(6).
       01 LK-EXACTO                 PIC S9(11)V9(7).
       01 LK-REDONDEADO             PIC S9(11)V99.

       PROCEDURE DIVISION USING LK-OPERACION LK-PROGRAMA
               LK-REGISTRA LK-REGLA LK-EXACTO LK-REDONDEADO.
      *-----------------------------------------------------------
      * Unico punto donde la suite redondea dinero a centavos: la
      * regla de la operacion sale de REDONDEO.DAT (se lee una
      * vez por corrida) y, cuando el redondeo cambia el importe
      * y quien llama pide registrarlo, la diferencia va a
      * REDONDEOS.DAT. LK-REGLA en espacios usa la regla
      * publicada; con ARRIBA, PAR o TRUNCA se aplica esa (asi
      * VERIFICA-CALCULOS prueba una fila contra cualquier regla).
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           IF WS-CARGADA = "N"
               PERFORM CARGAR-REGLAS
               MOVE "S" TO WS-CARGADA
           END-IF.
           IF LK-REGLA = SPACES
               PERFORM BUSCAR-REGLA
           ELSE
               MOVE LK-REGLA TO WS-REGLA
           END-IF.
           PERFORM APLICAR-REGLA.
           IF LK-REDONDEADO NOT = LK-EXACTO
               AND LK-REGISTRA = "S"
               PERFORM REGISTRAR-DIFERENCIA
           END-IF.
           GOBACK.

       CARGAR-REGLAS.
           MOVE 0 TO WS-NUM-REGLAS.
           OPEN INPUT REGLA-FILE.
           IF WS-REGLA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ REGLA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-REGLA
                   END-READ
               END-PERFORM
               CLOSE REGLA-FILE
           END-IF.

      *    Los renglones que no se entienden se ignoran, igual que
      *    en CARGOMORA.DAT.
       INTERPRETAR-REGLA.
           MOVE SPACES TO WS-TOK1 WS-TOK2.
           UNSTRING REGLA-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2.
           IF WS-TOK2 = "ARRIBA" OR WS-TOK2 = "PAR"
               OR WS-TOK2 = "TRUNCA"
               IF WS-TOK1 = "DEFECTO"
                   MOVE WS-TOK2 TO WS-REGLA-DEFECTO
               ELSE
                   IF WS-TOK1 NOT = SPACES AND WS-NUM-REGLAS < 20
                       ADD 1 TO WS-NUM-REGLAS
                       MOVE WS-TOK1
                           TO WS-REG-OPERACION(WS-NUM-REGLAS)
                       MOVE WS-TOK2
                           TO WS-REG-REGLA(WS-NUM-REGLAS)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-REGLA.
           MOVE WS-REGLA-DEFECTO TO WS-REGLA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NUM-REGLAS
               IF WS-REG-OPERACION(WS-I) = LK-OPERACION
                   MOVE WS-REG-REGLA(WS-I) TO WS-REGLA
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * El MOVE trunca a centavos; lo que sobra decide. ARRIBA
      * aleja del cero desde medio centavo, PAR solo pasado el
      * medio centavo o, justo en el medio, cuando el centavo
      * truncado es impar. El signo del exacto da la direccion.
      *-----------------------------------------------------------
       APLICAR-REGLA.
           MOVE LK-EXACTO TO WS-TRUNCADO.
           COMPUTE WS-RESTO = LK-EXACTO - WS-TRUNCADO.
           IF WS-RESTO < 0
               COMPUTE WS-RESTO-ABS = 0 - WS-RESTO
           ELSE
               MOVE WS-RESTO TO WS-RESTO-ABS
           END-IF.
           MOVE "N" TO WS-ALEJAR.
           EVALUATE WS-REGLA
               WHEN "TRUNCA"
                   CONTINUE
               WHEN "PAR"
                   IF WS-RESTO-ABS > 0.005
                       MOVE "S" TO WS-ALEJAR
                   ELSE
                       IF WS-RESTO-ABS = 0.005
                           COMPUTE WS-CENTAVOS = WS-TRUNCADO * 100
                           DIVIDE WS-CENTAVOS BY 2 GIVING WS-MITAD
                               REMAINDER WS-IMPAR
                           IF WS-IMPAR NOT = 0
                               MOVE "S" TO WS-ALEJAR
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-RESTO-ABS >= 0.005
                       MOVE "S" TO WS-ALEJAR
                   END-IF
           END-EVALUATE.
           IF WS-ALEJAR = "S"
               IF LK-EXACTO < 0
                   SUBTRACT 0.01 FROM WS-TRUNCADO
               ELSE
                   ADD 0.01 TO WS-TRUNCADO
               END-IF
           END-IF.
           MOVE WS-TRUNCADO TO LK-REDONDEADO.

       REGISTRAR-DIFERENCIA.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           OPEN EXTEND REDREG-FILE.
           IF WS-REDREG-FILE-STATUS = "35"
               OPEN OUTPUT REDREG-FILE
           END-IF.
           MOVE SPACES TO REDREG-RECORD.
           MOVE WS-FECHA-NEGOCIO TO RR-DATE.
           MOVE WS-SYS-TIME      TO RR-TIME.
           MOVE LK-PROGRAMA      TO RR-PROGRAMA.
           MOVE LK-OPERACION     TO RR-OPERACION.
           MOVE WS-REGLA         TO RR-REGLA.
           MOVE LK-EXACTO        TO RR-EXACTO.
           MOVE LK-REDONDEADO    TO RR-REDONDEADO.
           COMPUTE RR-DIFERENCIA = LK-REDONDEADO - LK-EXACTO.
           MOVE WS-OPER-ACTUAL   TO RR-OPERADOR.
           WRITE REDREG-RECORD.
           CLOSE REDREG-FILE.

       END PROGRAM REDONDEA-IMPORTE.
