       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CALCULOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-PARM-DESDE             PIC X(10) VALUE SPACES.
       01 WS-PARM-HASTA             PIC X(10) VALUE SPACES.
       01 WS-FECHA-DESDE            PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA            PIC 9(8) VALUE 0.
       01 WS-RANGO-VALIDO           PIC X VALUE "S".

      * Los campos de trabajo repiten las PIC de NUM1, NUM2 y
      * RESULTADO de CALCULADORA-BASICA. La multiplicacion, la
      * division, la potencia, la raiz, la cuota base y la
      * conversion se llevan al centavo con REDONDEA-IMPORTE,
      * primero con la regla publicada y, si no coincide, con
      * cada una de las otras: una fila asentada antes de un
      * cambio de REDONDEO.DAT no es una diferencia.
       01 WS-REC-NUM1               PIC S9(7)V99 VALUE 0.
       01 WS-REC-NUM2               PIC S9(7)V99 VALUE 0.
       01 WS-REC-RESULTADO          PIC S9(9)V99 VALUE 0.
       01 WS-REC-ESPERADO           PIC S9(9)V99 VALUE 0.
       01 WS-REC-NUM-CUOTAS         PIC 9(3) VALUE 0.
       01 WS-REC-PLAZO              PIC S9(3) VALUE 0.
       01 WS-REC-FACTOR             PIC S9(11)V9(17) VALUE 0.
       01 WS-REC-CONVERTIDO         PIC S9(7)V99 VALUE 0.
       01 WS-REC-OK                 PIC X VALUE "S".
       01 WS-REC-REDONDEA           PIC X VALUE "N".
       01 WS-REC-PUBLICADO          PIC S9(9)V99 VALUE 0.
       01 WS-RED-OPERACION          PIC X(10) VALUE SPACES.
       01 WS-RED-PROGRAMA           PIC X(20)
                                    VALUE "VERIFICA-CALCULOS".
       01 WS-RED-REGISTRA           PIC X VALUE "N".
       01 WS-RED-REGLA              PIC X(6) VALUE SPACES.
       01 WS-RED-EXACTO             PIC S9(11)V9(7) VALUE 0.
       01 WS-RED-VALOR              PIC S9(11)V99 VALUE 0.
       01 WS-REC-MOTIVO             PIC X(24) VALUE SPACES.

       01 WS-LEIDAS                 PIC 9(7) VALUE 0.
       01 WS-VERIFICADAS            PIC 9(7) VALUE 0.
       01 WS-REVERSAS               PIC 9(7) VALUE 0.
       01 WS-CONVERTIDAS            PIC 9(7) VALUE 0.
       01 WS-NO-APLICA              PIC 9(7) VALUE 0.
       01 WS-DIFERENCIAS            PIC 9(7) VALUE 0.
       01 WS-GUARDADO-TEXTO         PIC -(9)9.99.
       01 WS-RECALC-TEXTO           PIC -(9)9.99.
       01 WS-NUM1-TEXTO             PIC -(7)9.99.
       01 WS-NUM2-TEXTO             PIC -(7)9.99.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Verificacion independiente de CALCHIST.DAT: cada fila de
      * calculo se vuelve a calcular desde CALCHIST-NUM1, NUM2 y
      * OPCION con las mismas reglas de CALCULAR-RESULTADO y se
      * compara con el CALCHIST-RESULTADO guardado, para que un
      * parche de datos o un programa mal compilado no sobreviva
      * repetido en todos los reportes. La contrapartida de
      * reversa (TIPO "R") debe dar el resultado con signo
      * opuesto; en la fila convertida de moneda, NUM1 ya esta en
      * moneda base y ademas se comprueba contra el importe
      * original por la tasa. Pagos (TIPO "P") y cargos por mora
      * (TIPO "M") no son calculos y solo se cuentan.
      * El alcance es un dia, un rango o el archivo entero: por
      * argumentos (DESDE [HASTA]) o, sin ellos, a la pregunta.
      * RETURN-CODE 4 si alguna fila no cuadra, 8 si no se pudo
      * leer la historia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           PERFORM OBTENER-RANGO.
           IF WS-RANGO-VALIDO NOT = "S"
               DISPLAY "RANGO DE FECHAS INVALIDO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FECHA-DESDE = 0
               DISPLAY "VERIFICACION DE CALCULOS: ARCHIVO COMPLETO."
           ELSE
               DISPLAY "VERIFICACION DE CALCULOS DEL " WS-FECHA-DESDE
                   " AL " WS-FECHA-HASTA "."
           END-IF.
           PERFORM VERIFICAR-HISTORIA.
           PERFORM IMPRIMIR-RESUMEN.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Un argumento numerico es la fecha inicial y el segundo la
      * final (sin segundo, un solo dia). Sin argumentos se
      * pregunta; la fecha inicial en blanco es el archivo entero
      * - la re-verificacion anual que pide auditoria.
      *-----------------------------------------------------------
       OBTENER-RANGO.
           MOVE "S" TO WS-RANGO-VALIDO.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-DESDE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-DESDE
           END-ACCEPT.
           IF WS-PARM-DESDE(1:8) IS NUMERIC
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-PARM-HASTA FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-PARM-HASTA
               END-ACCEPT
           ELSE
               DISPLAY "FECHA INICIAL (YYYYMMDD, EN BLANCO = TODO"
                   " EL ARCHIVO):"
               MOVE SPACES TO WS-PARM-DESDE
               ACCEPT WS-PARM-DESDE
               IF WS-PARM-DESDE NOT = SPACES
                   DISPLAY "FECHA FINAL (YYYYMMDD, EN BLANCO = SOLO"
                       " ESE DIA):"
                   MOVE SPACES TO WS-PARM-HASTA
                   ACCEPT WS-PARM-HASTA
               END-IF
           END-IF.
           IF WS-PARM-DESDE = SPACES
               MOVE 0 TO WS-FECHA-DESDE
               MOVE 99999999 TO WS-FECHA-HASTA
           ELSE
               IF WS-PARM-DESDE(1:8) IS NOT NUMERIC
                   MOVE "N" TO WS-RANGO-VALIDO
               ELSE
                   MOVE WS-PARM-DESDE(1:8) TO WS-FECHA-DESDE
                   IF WS-PARM-HASTA = SPACES
                       MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
                   ELSE
                       IF WS-PARM-HASTA(1:8) IS NOT NUMERIC
                           MOVE "N" TO WS-RANGO-VALIDO
                       ELSE
                           MOVE WS-PARM-HASTA(1:8) TO WS-FECHA-HASTA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RANGO-VALIDO = "S"
               AND WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE "N" TO WS-RANGO-VALIDO
           END-IF.

      *    La fecha es la parte alta de CALCHIST-KEY: el START va
      *    directo a la fecha inicial y la lectura corta al pasar
      *    la final.
       VERIFICAR-HISTORIA.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               IF WS-HIST-FILE-STATUS = "35"
                   DISPLAY "SIN CALCHIST.DAT: NADA QUE VERIFICAR."
               ELSE
                   DISPLAY "NO SE PUDO ABRIR CALCHIST.DAT ("
                       WS-HIST-FILE-STATUS ")."
                   MOVE "NO SE PUDO ABRIR CALCHIST.DAT PARA VERIFICAR."
                       TO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
               END-IF
           ELSE
               DISPLAY "FECHA    SEQ   T OP          NUM1        NUM2"
                   "       GUARDADO     RECALCULADO MOTIVO"
               DISPLAY "----------------------------------------------"
               MOVE WS-FECHA-DESDE TO CALCHIST-DATE
               MOVE 0 TO CALCHIST-SEQ
               START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-DATE > WS-FECHA-HASTA
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-LEIDAS
                               PERFORM VERIFICAR-FILA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.

       VERIFICAR-FILA.
           IF CALCHIST-TIPO = "P" OR CALCHIST-TIPO = "M"
               OR CALCHIST-TIPO = "F" OR CALCHIST-TIPO = "N"
               ADD 1 TO WS-NO-APLICA
           ELSE
               ADD 1 TO WS-VERIFICADAS
               MOVE CALCHIST-NUM1 TO WS-REC-NUM1
               MOVE CALCHIST-NUM2 TO WS-REC-NUM2
               IF CALCHIST-PLAZO IS NUMERIC
                   MOVE CALCHIST-PLAZO TO WS-REC-PLAZO
               ELSE
                   MOVE 0 TO WS-REC-PLAZO
               END-IF
               PERFORM RECALCULAR
               IF WS-REC-OK = "S" AND WS-REC-REDONDEA = "S"
                   PERFORM REDONDEAR-RECALCULO
               END-IF
               IF WS-REC-OK = "S"
                   IF CALCHIST-TIPO = "R"
                       ADD 1 TO WS-REVERSAS
                   END-IF
                   PERFORM ARMAR-ESPERADO
                   IF WS-REC-ESPERADO NOT = CALCHIST-RESULTADO
                       AND WS-REC-REDONDEA = "S"
                       PERFORM PROBAR-REGLAS
                   END-IF
                   IF WS-REC-ESPERADO NOT = CALCHIST-RESULTADO
                       MOVE "RESULTADO NO COINCIDE" TO WS-REC-MOTIVO
                       PERFORM MOSTRAR-DIFERENCIA
                   ELSE
                       PERFORM VERIFICAR-CONVERSION
                   END-IF
               ELSE
                   MOVE 0 TO WS-REC-ESPERADO
                   PERFORM MOSTRAR-DIFERENCIA
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Las reglas de CALCULAR-RESULTADO, sin pantalla ni bitacora:
      * una fila que hoy daria error (desborde, division entre
      * cero, raiz negativa, cuotas fuera de 1-360, tasa o plazo
      * invalidos u opcion invalida) nunca debio asentarse y se
      * informa como tal.
      *-----------------------------------------------------------
       RECALCULAR.
           MOVE "S" TO WS-REC-OK.
           MOVE "N" TO WS-REC-REDONDEA.
           MOVE SPACES TO WS-REC-MOTIVO.
           MOVE 0 TO WS-REC-RESULTADO.
           EVALUATE CALCHIST-OPCION
               WHEN 1
                   ADD WS-REC-NUM1 TO WS-REC-NUM2
                       GIVING WS-REC-RESULTADO
                       ON SIZE ERROR
                           MOVE "N" TO WS-REC-OK
                           MOVE "DESBORDE AL RECALCULAR"
                               TO WS-REC-MOTIVO
                   END-ADD
               WHEN 2
                   SUBTRACT WS-REC-NUM1 FROM WS-REC-NUM2
                       GIVING WS-REC-RESULTADO
               WHEN 3
                   MULTIPLY WS-REC-NUM1 BY WS-REC-NUM2
                       GIVING WS-RED-EXACTO
                       ON SIZE ERROR
                           MOVE "N" TO WS-REC-OK
                           MOVE "DESBORDE AL RECALCULAR"
                               TO WS-REC-MOTIVO
                       NOT ON SIZE ERROR
                           MOVE "S" TO WS-REC-REDONDEA
                   END-MULTIPLY
               WHEN 4
                   IF WS-REC-NUM2 = 0
                       MOVE "N" TO WS-REC-OK
                       MOVE "DIVISION ENTRE CERO" TO WS-REC-MOTIVO
                   ELSE
                       DIVIDE WS-REC-NUM1 BY WS-REC-NUM2
                           GIVING WS-RED-EXACTO
                       MOVE "S" TO WS-REC-REDONDEA
                   END-IF
               WHEN 5
                   COMPUTE WS-RED-EXACTO = WS-REC-NUM1 ** WS-REC-NUM2
                       ON SIZE ERROR
                           MOVE "N" TO WS-REC-OK
                           MOVE "DESBORDE AL RECALCULAR"
                               TO WS-REC-MOTIVO
                       NOT ON SIZE ERROR
                           MOVE "S" TO WS-REC-REDONDEA
                   END-COMPUTE
               WHEN 6
                   IF WS-REC-NUM1 < 0
                       MOVE "N" TO WS-REC-OK
                       MOVE "RAIZ DE NEGATIVO" TO WS-REC-MOTIVO
                   ELSE
                       COMPUTE WS-RED-EXACTO =
                           FUNCTION SQRT(WS-REC-NUM1)
                           ON SIZE ERROR
                               MOVE "N" TO WS-REC-OK
                               MOVE "DESBORDE AL RECALCULAR"
                                   TO WS-REC-MOTIVO
                           NOT ON SIZE ERROR
                               MOVE "S" TO WS-REC-REDONDEA
                       END-COMPUTE
                   END-IF
               WHEN 7
                   IF WS-REC-NUM2 < 1 OR WS-REC-NUM2 > 360
                       OR FUNCTION MOD(WS-REC-NUM2 * 100, 100) NOT = 0
                       MOVE "N" TO WS-REC-OK
                       MOVE "CUOTAS INVALIDAS" TO WS-REC-MOTIVO
                   ELSE
                       MOVE WS-REC-NUM2 TO WS-REC-NUM-CUOTAS
                       COMPUTE WS-RED-EXACTO =
                           WS-REC-NUM1 / WS-REC-NUM-CUOTAS
                       MOVE "S" TO WS-REC-REDONDEA
                   END-IF
               WHEN 8
                   COMPUTE WS-RED-EXACTO =
                       WS-REC-NUM1 * WS-REC-NUM2 / 100
                       ON SIZE ERROR
                           MOVE "N" TO WS-REC-OK
                           MOVE "DESBORDE AL RECALCULAR"
                               TO WS-REC-MOTIVO
                       NOT ON SIZE ERROR
                           MOVE "S" TO WS-REC-REDONDEA
                   END-COMPUTE
               WHEN 9
                   PERFORM RECALCULAR-TASA
               WHEN OTHER
                   MOVE "N" TO WS-REC-OK
                   MOVE "OPCION INVALIDA" TO WS-REC-MOTIVO
           END-EVALUATE.

      *    Tasa compuesta: mismo factor aparte que en
      *    CALCULAR-TASA-COMPUESTA, para redondear lo mismo.
       RECALCULAR-TASA.
           IF WS-REC-NUM2 NOT > -100
               MOVE "N" TO WS-REC-OK
               MOVE "TASA INVALIDA" TO WS-REC-MOTIVO
           ELSE
           IF WS-REC-PLAZO = 0
               OR WS-REC-PLAZO > 360 OR WS-REC-PLAZO < -360
               MOVE "N" TO WS-REC-OK
               MOVE "PLAZO INVALIDO" TO WS-REC-MOTIVO
           ELSE
               COMPUTE WS-REC-FACTOR =
                   (1 + WS-REC-NUM2 / 100) ** WS-REC-PLAZO
                   ON SIZE ERROR
                       MOVE "N" TO WS-REC-OK
                       MOVE "DESBORDE AL RECALCULAR"
                           TO WS-REC-MOTIVO
               END-COMPUTE
               IF WS-REC-OK = "S"
                   COMPUTE WS-RED-EXACTO =
                       WS-REC-NUM1 * WS-REC-FACTOR
                       ON SIZE ERROR
                           MOVE "N" TO WS-REC-OK
                           MOVE "DESBORDE AL RECALCULAR"
                               TO WS-REC-MOTIVO
                       NOT ON SIZE ERROR
                           MOVE "S" TO WS-REC-REDONDEA
                   END-COMPUTE
               END-IF
           END-IF
           END-IF.

      *    Resultado exacto al centavo con la regla publicada de
      *    la operacion; lo que no cabe en RESULTADO es desborde.
       REDONDEAR-RECALCULO.
           IF WS-RED-EXACTO >= 999999999.995
               OR WS-RED-EXACTO <= -999999999.995
               MOVE "N" TO WS-REC-OK
               MOVE "DESBORDE AL RECALCULAR" TO WS-REC-MOTIVO
           ELSE
               MOVE CALCHIST-OPCION TO WS-RED-OPERACION
               MOVE SPACES TO WS-RED-REGLA
               PERFORM LLAMAR-REDONDEO
               MOVE WS-RED-VALOR TO WS-REC-RESULTADO
           END-IF.

       ARMAR-ESPERADO.
           IF CALCHIST-TIPO = "R"
               COMPUTE WS-REC-ESPERADO = 0 - WS-REC-RESULTADO
           ELSE
               MOVE WS-REC-RESULTADO TO WS-REC-ESPERADO
           END-IF.

      *    Si ninguna regla da el centavo guardado, la diferencia
      *    se informa contra la regla publicada.
       PROBAR-REGLAS.
           MOVE WS-REC-RESULTADO TO WS-REC-PUBLICADO.
           MOVE "ARRIBA" TO WS-RED-REGLA.
           PERFORM PROBAR-REGLA.
           IF WS-REC-ESPERADO NOT = CALCHIST-RESULTADO
               MOVE "PAR" TO WS-RED-REGLA
               PERFORM PROBAR-REGLA
           END-IF.
           IF WS-REC-ESPERADO NOT = CALCHIST-RESULTADO
               MOVE "TRUNCA" TO WS-RED-REGLA
               PERFORM PROBAR-REGLA
           END-IF.
           IF WS-REC-ESPERADO NOT = CALCHIST-RESULTADO
               MOVE WS-REC-PUBLICADO TO WS-REC-RESULTADO
               PERFORM ARMAR-ESPERADO
           END-IF.
           MOVE SPACES TO WS-RED-REGLA.

       PROBAR-REGLA.
           PERFORM LLAMAR-REDONDEO.
           MOVE WS-RED-VALOR TO WS-REC-RESULTADO.
           PERFORM ARMAR-ESPERADO.

       LLAMAR-REDONDEO.
           CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
               WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
               WS-RED-EXACTO WS-RED-VALOR.

      *    NUM1 convertido debe ser el importe original por la
      *    tasa, redondeado como en APLICAR-CONVERSION (con la
      *    regla publicada o con la vigente cuando se asento).
       VERIFICAR-CONVERSION.
           IF CALCHIST-MONEDA NOT = SPACES AND CALCHIST-TASA > 0
               ADD 1 TO WS-CONVERTIDAS
               MOVE "CONVERSION" TO WS-RED-OPERACION
               COMPUTE WS-RED-EXACTO =
                   CALCHIST-IMP-ORIG * CALCHIST-TASA
               MOVE SPACES TO WS-RED-REGLA
               PERFORM PROBAR-CONVERSION
               IF WS-REC-CONVERTIDO NOT = CALCHIST-NUM1
                   MOVE "ARRIBA" TO WS-RED-REGLA
                   PERFORM PROBAR-CONVERSION
               END-IF
               IF WS-REC-CONVERTIDO NOT = CALCHIST-NUM1
                   MOVE "PAR" TO WS-RED-REGLA
                   PERFORM PROBAR-CONVERSION
               END-IF
               IF WS-REC-CONVERTIDO NOT = CALCHIST-NUM1
                   MOVE "TRUNCA" TO WS-RED-REGLA
                   PERFORM PROBAR-CONVERSION
               END-IF
               IF WS-REC-CONVERTIDO NOT = CALCHIST-NUM1
                   MOVE SPACES TO WS-RED-REGLA
                   PERFORM PROBAR-CONVERSION
               END-IF
               MOVE SPACES TO WS-RED-REGLA
               IF WS-REC-CONVERTIDO NOT = CALCHIST-NUM1
                   MOVE "CONVERSION NO COINCIDE" TO WS-REC-MOTIVO
                   MOVE CALCHIST-NUM1 TO WS-REC-ESPERADO
                   PERFORM MOSTRAR-DIFERENCIA
                   MOVE WS-REC-CONVERTIDO TO WS-NUM1-TEXTO
                   DISPLAY "      " CALCHIST-MONEDA " "
                       CALCHIST-IMP-ORIG " X " CALCHIST-TASA
                       " = " FUNCTION TRIM(WS-NUM1-TEXTO)
               END-IF
           END-IF.

       PROBAR-CONVERSION.
           PERFORM LLAMAR-REDONDEO.
           MOVE WS-RED-VALOR TO WS-REC-CONVERTIDO.

       MOSTRAR-DIFERENCIA.
           ADD 1 TO WS-DIFERENCIAS.
           MOVE CALCHIST-NUM1      TO WS-NUM1-TEXTO.
           MOVE CALCHIST-NUM2      TO WS-NUM2-TEXTO.
           MOVE CALCHIST-RESULTADO TO WS-GUARDADO-TEXTO.
           MOVE WS-REC-ESPERADO    TO WS-RECALC-TEXTO.
           DISPLAY CALCHIST-DATE " " CALCHIST-SEQ " " CALCHIST-TIPO
               " " CALCHIST-OPCION "  " WS-NUM1-TEXTO " "
               WS-NUM2-TEXTO " " WS-GUARDADO-TEXTO " "
               WS-RECALC-TEXTO " " WS-REC-MOTIVO.

       IMPRIMIR-RESUMEN.
           DISPLAY "----------------------------------------------".
           DISPLAY "FILAS LEIDAS: " WS-LEIDAS
               "  VERIFICADAS: " WS-VERIFICADAS
               "  REVERSAS: " WS-REVERSAS
               "  CONVERTIDAS: " WS-CONVERTIDAS.
           DISPLAY "PAGOS, CARGOS Y FACTURAS (NO SON CALCULO): "
               WS-NO-APLICA.
           IF WS-DIFERENCIAS = 0
               DISPLAY "TODAS LAS FILAS VERIFICADAS COINCIDEN."
           ELSE
               DISPLAY "FILAS QUE NO COINCIDEN: " WS-DIFERENCIAS
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "VERIFICACION DE CALCULOS: " WS-DIFERENCIAS
                      " FILAS NO COINCIDEN."
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------
      * Toda falla de E/S queda en el log de errores compartido,
      * como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "VERIFICA-CALCULOS" TO ERRLOG-PROGRAM
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

       END PROGRAM VERIFICA-CALCULOS.
