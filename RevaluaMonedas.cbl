       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUA-MONEDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

           SELECT REPORTE-FILE ASSIGN TO WS-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-FILE-STATUS.

           SELECT AJUSTE-GL-FILE ASSIGN TO WS-NOMBRE-AJUSTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJUSTE-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       FD  REPORTE-FILE.
       01 REPORTE-LINE             PIC X(100).

      * Ajuste al mayor con el estilo de DIARIOGL.DAT: una linea
      * "D" por moneda con la utilidad (positiva) o perdida
      * (negativa) no realizada del mes y cuantas posiciones la
      * forman, y el registro de control "T" con conteo y total.
       FD  AJUSTE-GL-FILE.
       01 AJUSTE-GL-RECORD.
           05 AJ-MARCA             PIC X.
           05 AJ-FECHA             PIC 9(8).
           05 AJ-MONEDA            PIC X(3).
           05 AJ-CUENTA            PIC 9(6).
           05 AJ-IMPORTE           PIC S9(13)V99
                                       SIGN IS TRAILING SEPARATE.

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-REPORTE-FILE-STATUS    PIC XX VALUE "00".
       01 WS-AJUSTE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-NOMBRE-REPORTE         PIC X(40) VALUE SPACES.
       01 WS-NOMBRE-AJUSTE          PIC X(40) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-TASAS              PIC X VALUE "N".
       01 WS-TASAS-ABIERTO          PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-PARM-PERIODO           PIC X(10) VALUE SPACES.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-PERIODO                PIC 9(6) VALUE 0.
       01 WS-FECHA-CIERRE           PIC 9(8) VALUE 0.
       01 WS-FECHA-ENTERO           PIC 9(7) VALUE 0.
       01 WS-SIG-MES                PIC 9(8) VALUE 0.
       01 WS-ANIO                   PIC 9(4) VALUE 0.
       01 WS-MES                    PIC 99 VALUE 0.
       01 WS-IDX                    PIC 9(4) VALUE 0.
       01 WS-J                      PIC 9(4) VALUE 0.
       01 WS-HALLADO                PIC 9(4) VALUE 0.
       01 WS-REVERSADA              PIC X VALUE "N".
       01 WS-BASE-HIST              PIC S9(11)V99 VALUE 0.
       01 WS-LINEAS                 PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL             PIC S9(13)V99 VALUE 0.
       01 WS-SIN-TASA               PIC 9(4) VALUE 0.
       01 WS-DESBORDE               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.

      * Filas extranjeras reversadas hasta el cierre (por su
      * REF-DATE/REF-SEQ): la reversa no trae moneda, asi que la
      * fila original se excluye de la posicion.
       01 WS-NUM-REVERSAS           PIC 9(4) VALUE 0.
       01 WS-TABLA-REVERSAS.
           05 WS-REV-ENTRY OCCURS 2000 TIMES.
               10 WS-REV-DATE       PIC 9(8).
               10 WS-REV-SEQ        PIC 9(5).

      * Posicion por cliente y moneda: importe original, su valor
      * base a las tasas historicas y, al cierre, el valor a la
      * tasa de cierre y la diferencia no realizada.
       01 WS-NUM-POSICIONES         PIC 9(4) VALUE 0.
       01 WS-TABLA-POSICIONES.
           05 WS-POS-ENTRY OCCURS 1000 TIMES.
               10 WS-POS-CUST       PIC 9(6).
               10 WS-POS-MON        PIC X(3).
               10 WS-POS-FILAS      PIC 9(6).
               10 WS-POS-ORIG       PIC S9(11)V99.
               10 WS-POS-HIST       PIC S9(11)V99.
               10 WS-POS-CIERRE     PIC S9(11)V99.
               10 WS-POS-DIF        PIC S9(11)V99.

      * Totales por moneda para el reporte y el ajuste.
       01 WS-NUM-MONEDAS            PIC 9(3) VALUE 0.
       01 WS-TABLA-MONEDAS.
           05 WS-MON-ENTRY OCCURS 100 TIMES.
               10 WS-MON-CODIGO     PIC X(3).
               10 WS-MON-TASA       PIC 9(3)V9(6).
               10 WS-MON-TASA-FECHA PIC 9(8).
               10 WS-MON-POSIC      PIC 9(6).
               10 WS-MON-ORIG       PIC S9(13)V99.
               10 WS-MON-HIST       PIC S9(13)V99.
               10 WS-MON-CIERRE     PIC S9(13)V99.
               10 WS-MON-DIF        PIC S9(13)V99.

       01 WS-ORIG-TEXTO             PIC -(11)9.99.
       01 WS-HIST-TEXTO             PIC -(11)9.99.
       01 WS-CIERRE-TEXTO           PIC -(11)9.99.
       01 WS-DIF-TEXTO              PIC -(11)9.99.
       01 WS-TASA-TEXTO             PIC ZZ9.999999.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       01 WS-RED-OPERACION         PIC X(10) VALUE "CONVERSION".
       01 WS-RED-PROGRAMA          PIC X(20) VALUE "REVALUA-MONEDAS".
       01 WS-RED-REGISTRA          PIC X VALUE "S".
       01 WS-RED-REGLA             PIC X(6) VALUE SPACES.
       01 WS-RED-EXACTO            PIC S9(11)V9(7) VALUE 0.
       01 WS-RED-VALOR             PIC S9(11)V99 VALUE 0.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Revaluacion cambiaria de fin de mes: toda fila de
      * CALCHIST.DAT en moneda extranjera hasta el ultimo dia del
      * periodo (sin las reversadas) forma la posicion de su
      * cliente y moneda; el importe original se reexpresa a la
      * tasa de cierre de TASAIDX.DAT (la mas reciente que no rebase
      * el fin de mes) y la diferencia contra su valor a las tasas
      * historicas es la utilidad o perdida no realizada. Deja el
      * reporte REVAL_YYYYMM.DAT y el ajuste al mayor
      * REVALGL_YYYYMM.DAT; correrlo otra vez sobre un mes abierto
      * los rehace completos. Un mes cerrado en CIERRES.DAT ya no
      * se revalua. El periodo sale del primer argumento o, sin
      * argumento, del mes de la fecha de negocio.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           PERFORM OBTENER-PERIODO.
           IF WS-PERIODO < 190001 OR WS-PERIODO(5:2) > "12"
               OR WS-PERIODO(5:2) = "00"
               DISPLAY "PERIODO INVALIDO: " WS-PARM-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-FIN-DE-MES.
           CALL "VERIFICA-CIERRE" USING WS-FECHA-CIERRE.
           IF RETURN-CODE NOT = 0
               DISPLAY "EL PERIODO " WS-PERIODO " ESTA CERRADO EN"
                   " CIERRES.DAT: SU REVALUACION YA ES DEFINITIVA."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "REVALUACION RECHAZADA: PERIODO " WS-PERIODO
                   " CERRADO" DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM ABRIR-TASAS.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "SIN CALCHIST.DAT: NO HAY POSICIONES."
           ELSE
               PERFORM CARGAR-REVERSAS
               PERFORM ACUMULAR-POSICIONES
               CLOSE CALC-HISTORY-FILE
           END-IF.
           PERFORM VALUAR-POSICIONES.
           IF WS-TASAS-ABIERTO = "S"
               CLOSE TASA-INDEX-FILE
           END-IF.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-AJUSTE.

           DISPLAY "REVALUACION DEL PERIODO " WS-PERIODO " AL "
               WS-FECHA-CIERRE ": " WS-NUM-POSICIONES
               " POSICIONES EN " WS-NUM-MONEDAS " MONEDAS.".
           DISPLAY "REPORTE EN " FUNCTION TRIM(WS-NOMBRE-REPORTE)
               ", AJUSTE EN " FUNCTION TRIM(WS-NOMBRE-AJUSTE) ".".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       OBTENER-PERIODO.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PERIODO
           END-ACCEPT.
           IF WS-PARM-PERIODO(1:6) IS NUMERIC
               MOVE WS-PARM-PERIODO(1:6) TO WS-PERIODO
           ELSE
               CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO
               MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO
           END-IF.

      *    Fin de mes = dia primero del mes siguiente menos uno.
       CALCULAR-FIN-DE-MES.
           MOVE WS-PERIODO(1:4) TO WS-ANIO.
           MOVE WS-PERIODO(5:2) TO WS-MES.
           IF WS-MES = 12
               COMPUTE WS-SIG-MES = (WS-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-SIG-MES = WS-ANIO * 10000
                   + (WS-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-SIG-MES) - 1.
           COMPUTE WS-FECHA-CIERRE =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO).
           MOVE SPACES TO WS-NOMBRE-REPORTE WS-NOMBRE-AJUSTE.
           STRING "REVAL_" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-REPORTE.
           STRING "REVALGL_" WS-PERIODO ".DAT"
               DELIMITED BY SIZE INTO WS-NOMBRE-AJUSTE.

       ABRIR-TASAS.
           MOVE "N" TO WS-TASAS-ABIERTO.
           OPEN INPUT TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-TASAS-ABIERTO
           END-IF.

       CARGAR-REVERSAS.
           MOVE 0 TO WS-NUM-REVERSAS.
           MOVE LOW-VALUES TO CALCHIST-KEY.
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
                       IF CALCHIST-DATE > WS-FECHA-CIERRE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CALCHIST-TIPO = "R"
                               PERFORM ANOTAR-REVERSA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-REVERSA.
           IF WS-NUM-REVERSAS < 2000
               ADD 1 TO WS-NUM-REVERSAS
               MOVE CALCHIST-REF-DATE
                   TO WS-REV-DATE(WS-NUM-REVERSAS)
               MOVE CALCHIST-REF-SEQ
                   TO WS-REV-SEQ(WS-NUM-REVERSAS)
           ELSE
               MOVE "S" TO WS-DESBORDE
           END-IF.

       ACUMULAR-POSICIONES.
           MOVE LOW-VALUES TO CALCHIST-KEY.
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
                       IF CALCHIST-DATE > WS-FECHA-CIERRE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CALCHIST-MONEDA NOT = SPACES
                               AND CALCHIST-TIPO NOT = "R"
                               PERFORM VERIFICAR-REVERSADA
                               IF WS-REVERSADA NOT = "S"
                                   PERFORM SUMAR-POSICION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DESBORDE = "S"
               DISPLAY "TABLA DE POSICIONES O REVERSAS LLENA: LA"
                   " REVALUACION ESTA INCOMPLETA."
               MOVE "TABLA LLENA: REVALUACION INCOMPLETA."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           END-IF.

       VERIFICAR-REVERSADA.
           MOVE "N" TO WS-REVERSADA.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-REVERSAS
               IF WS-REV-DATE(WS-J) = CALCHIST-DATE
                   AND WS-REV-SEQ(WS-J) = CALCHIST-SEQ
                   MOVE "S" TO WS-REVERSADA
                   MOVE WS-NUM-REVERSAS TO WS-J
               END-IF
           END-PERFORM.

      *    El valor base historico es el original por la tasa con
      *    que se capturo, el mismo que quedo en NUM1.
       SUMAR-POSICION.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-POSICIONES
               IF WS-POS-CUST(WS-J) = CALCHIST-CUST-ID
                   AND WS-POS-MON(WS-J) = CALCHIST-MONEDA
                   MOVE WS-J TO WS-HALLADO
                   MOVE WS-NUM-POSICIONES TO WS-J
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 0
               IF WS-NUM-POSICIONES < 1000
                   ADD 1 TO WS-NUM-POSICIONES
                   MOVE WS-NUM-POSICIONES TO WS-HALLADO
                   MOVE CALCHIST-CUST-ID TO WS-POS-CUST(WS-HALLADO)
                   MOVE CALCHIST-MONEDA  TO WS-POS-MON(WS-HALLADO)
                   MOVE 0 TO WS-POS-FILAS(WS-HALLADO)
                   MOVE 0 TO WS-POS-ORIG(WS-HALLADO)
                   MOVE 0 TO WS-POS-HIST(WS-HALLADO)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.
           IF WS-HALLADO > 0
      *        La base historica repite la conversion del dia
      *        del movimiento con la regla CONVERSION; su
      *        diferencia ya quedo registrada entonces.
               COMPUTE WS-RED-EXACTO =
                   CALCHIST-IMP-ORIG * CALCHIST-TASA
               MOVE "N" TO WS-RED-REGISTRA
               PERFORM REDONDEAR-IMPORTE
               MOVE WS-RED-VALOR TO WS-BASE-HIST
               ADD 1 TO WS-POS-FILAS(WS-HALLADO)
               ADD CALCHIST-IMP-ORIG TO WS-POS-ORIG(WS-HALLADO)
               ADD WS-BASE-HIST TO WS-POS-HIST(WS-HALLADO)
           END-IF.

      *-----------------------------------------------------------
      * Tasa de cierre por moneda y valuacion de cada posicion.
      * Una moneda sin tasa al cierre no se revalua (diferencia
      * cero) y deja el paso en advertencia.
      *-----------------------------------------------------------
       VALUAR-POSICIONES.
           MOVE 0 TO WS-NUM-MONEDAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-POSICIONES
               PERFORM BUSCAR-MONEDA
               IF WS-MON-TASA(WS-HALLADO) > 0
                   COMPUTE WS-RED-EXACTO =
                       WS-POS-ORIG(WS-IDX) * WS-MON-TASA(WS-HALLADO)
                   MOVE "S" TO WS-RED-REGISTRA
                   PERFORM REDONDEAR-IMPORTE
                   MOVE WS-RED-VALOR TO WS-POS-CIERRE(WS-IDX)
               ELSE
                   MOVE WS-POS-HIST(WS-IDX) TO WS-POS-CIERRE(WS-IDX)
               END-IF
               COMPUTE WS-POS-DIF(WS-IDX) =
                   WS-POS-CIERRE(WS-IDX) - WS-POS-HIST(WS-IDX)
               ADD 1 TO WS-MON-POSIC(WS-HALLADO)
               ADD WS-POS-ORIG(WS-IDX) TO WS-MON-ORIG(WS-HALLADO)
               ADD WS-POS-HIST(WS-IDX) TO WS-MON-HIST(WS-HALLADO)
               ADD WS-POS-CIERRE(WS-IDX)
                   TO WS-MON-CIERRE(WS-HALLADO)
               ADD WS-POS-DIF(WS-IDX) TO WS-MON-DIF(WS-HALLADO)
           END-PERFORM.

      *    Primera vigencia de la moneda por llave y hacia adelante
      *    mientras no rebase el fin de mes: la ultima leida es la
      *    tasa de cierre.
       LEER-TASA-CIERRE.
           MOVE WS-MON-CODIGO(WS-HALLADO) TO TASAIDX-MONEDA.
           MOVE 0 TO TASAIDX-FECHA.
           START TASA-INDEX-FILE KEY NOT < TASAIDX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-TASAS
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-TASAS
           END-START.
           PERFORM UNTIL WS-EOF-TASAS = "Y"
               READ TASA-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-TASAS
                   NOT AT END
                       IF TASAIDX-MONEDA
                               NOT = WS-MON-CODIGO(WS-HALLADO)
                           OR TASAIDX-FECHA > WS-FECHA-CIERRE
                           MOVE "Y" TO WS-EOF-TASAS
                       ELSE
                           MOVE TASAIDX-FECHA
                               TO WS-MON-TASA-FECHA(WS-HALLADO)
                           MOVE TASAIDX-TASA
                               TO WS-MON-TASA(WS-HALLADO)
                       END-IF
               END-READ
           END-PERFORM.

       BUSCAR-MONEDA.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-MONEDAS
               IF WS-MON-CODIGO(WS-J) = WS-POS-MON(WS-IDX)
                   MOVE WS-J TO WS-HALLADO
                   MOVE WS-NUM-MONEDAS TO WS-J
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 0
               ADD 1 TO WS-NUM-MONEDAS
               MOVE WS-NUM-MONEDAS TO WS-HALLADO
               MOVE WS-POS-MON(WS-IDX) TO WS-MON-CODIGO(WS-HALLADO)
               MOVE 0 TO WS-MON-POSIC(WS-HALLADO)
               MOVE 0 TO WS-MON-ORIG(WS-HALLADO)
               MOVE 0 TO WS-MON-HIST(WS-HALLADO)
               MOVE 0 TO WS-MON-CIERRE(WS-HALLADO)
               MOVE 0 TO WS-MON-DIF(WS-HALLADO)
               MOVE 0 TO WS-MON-TASA(WS-HALLADO)
               MOVE 0 TO WS-MON-TASA-FECHA(WS-HALLADO)
               IF WS-TASAS-ABIERTO = "S"
                   PERFORM LEER-TASA-CIERRE
               END-IF
               IF WS-MON-TASA(WS-HALLADO) = 0
                   ADD 1 TO WS-SIN-TASA
                   DISPLAY "SIN TASA DE CIERRE PARA "
                       WS-MON-CODIGO(WS-HALLADO)
                       ": SUS POSICIONES NO SE REVALUAN."
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "SIN TASA DE CIERRE " WS-PERIODO
                       " PARA " WS-MON-CODIGO(WS-HALLADO)
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   PERFORM REGISTRAR-ERROR
                   IF WS-RUTINA-RC < 4
                       MOVE 4 TO WS-RUTINA-RC
                   END-IF
               END-IF
           END-IF.

      *    Conversiones al centavo con la regla de REDONDEO.DAT.
       REDONDEAR-IMPORTE.
           CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
               WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
               WS-RED-EXACTO WS-RED-VALOR.

       ESCRIBIR-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO REPORTE-LINE.
           STRING "REVALUACION CAMBIARIA DEL PERIODO " WS-PERIODO
               " - TASAS DE CIERRE AL " WS-FECHA-CIERRE
               DELIMITED BY SIZE INTO REPORTE-LINE.
           WRITE REPORTE-LINE.
           MOVE ALL "-" TO REPORTE-LINE.
           WRITE REPORTE-LINE.
           MOVE SPACES TO REPORTE-LINE.
           STRING "CLIENTE MON      ORIGINAL   BASE HISTORICA"
               "    BASE AL CIERRE    NO REALIZADO"
               DELIMITED BY SIZE INTO REPORTE-LINE.
           WRITE REPORTE-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-POSICIONES
               MOVE WS-POS-ORIG(WS-IDX)   TO WS-ORIG-TEXTO
               MOVE WS-POS-HIST(WS-IDX)   TO WS-HIST-TEXTO
               MOVE WS-POS-CIERRE(WS-IDX) TO WS-CIERRE-TEXTO
               MOVE WS-POS-DIF(WS-IDX)    TO WS-DIF-TEXTO
               MOVE SPACES TO REPORTE-LINE
               STRING WS-POS-CUST(WS-IDX) "  " WS-POS-MON(WS-IDX)
                   " " WS-ORIG-TEXTO " " WS-HIST-TEXTO " "
                   WS-CIERRE-TEXTO " " WS-DIF-TEXTO
                   DELIMITED BY SIZE INTO REPORTE-LINE
               WRITE REPORTE-LINE
           END-PERFORM.
           MOVE ALL "-" TO REPORTE-LINE.
           WRITE REPORTE-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-MONEDAS
               MOVE WS-MON-ORIG(WS-IDX)   TO WS-ORIG-TEXTO
               MOVE WS-MON-HIST(WS-IDX)   TO WS-HIST-TEXTO
               MOVE WS-MON-CIERRE(WS-IDX) TO WS-CIERRE-TEXTO
               MOVE WS-MON-DIF(WS-IDX)    TO WS-DIF-TEXTO
               MOVE WS-MON-TASA(WS-IDX)   TO WS-TASA-TEXTO
               MOVE SPACES TO REPORTE-LINE
               STRING "TOTAL   " WS-MON-CODIGO(WS-IDX)
                   " " WS-ORIG-TEXTO " " WS-HIST-TEXTO " "
                   WS-CIERRE-TEXTO " " WS-DIF-TEXTO
                   DELIMITED BY SIZE INTO REPORTE-LINE
               WRITE REPORTE-LINE
               MOVE SPACES TO REPORTE-LINE
               IF WS-MON-TASA(WS-IDX) > 0
                   STRING "        TASA DE CIERRE " WS-TASA-TEXTO
                       " DEL " WS-MON-TASA-FECHA(WS-IDX) ", "
                       WS-MON-POSIC(WS-IDX) " POSICIONES"
                       DELIMITED BY SIZE INTO REPORTE-LINE
               ELSE
                   STRING "        SIN TASA DE CIERRE: NO SE REVALUO"
                       DELIMITED BY SIZE INTO REPORTE-LINE
               END-IF
               WRITE REPORTE-LINE
           END-PERFORM.
           IF WS-NUM-POSICIONES = 0
               MOVE "  SIN POSICIONES EN MONEDA EXTRANJERA."
                   TO REPORTE-LINE
               WRITE REPORTE-LINE
           END-IF.
           CLOSE REPORTE-FILE.

       ESCRIBIR-AJUSTE.
           MOVE 0 TO WS-LINEAS.
           MOVE 0 TO WS-HASH-TOTAL.
           OPEN OUTPUT AJUSTE-GL-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-MONEDAS
               IF WS-MON-TASA(WS-IDX) > 0
                   MOVE SPACES TO AJUSTE-GL-RECORD
                   MOVE "D" TO AJ-MARCA
                   MOVE WS-FECHA-CIERRE TO AJ-FECHA
                   MOVE WS-MON-CODIGO(WS-IDX) TO AJ-MONEDA
                   MOVE WS-MON-POSIC(WS-IDX) TO AJ-CUENTA
                   MOVE WS-MON-DIF(WS-IDX) TO AJ-IMPORTE
                   WRITE AJUSTE-GL-RECORD
                   ADD 1 TO WS-LINEAS
                   ADD WS-MON-DIF(WS-IDX) TO WS-HASH-TOTAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO AJUSTE-GL-RECORD.
           MOVE "T" TO AJ-MARCA.
           MOVE WS-FECHA-CIERRE TO AJ-FECHA.
           MOVE WS-LINEAS TO AJ-CUENTA.
           MOVE WS-HASH-TOTAL TO AJ-IMPORTE.
           WRITE AJUSTE-GL-RECORD.
           CLOSE AJUSTE-GL-FILE.

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
           MOVE "REVALUA-MONEDAS"  TO ERRLOG-PROGRAM
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

       END PROGRAM REVALUA-MONEDAS.
