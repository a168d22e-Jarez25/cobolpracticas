       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-REDONDEO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDREG-FILE ASSIGN TO "REDONDEOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDREG-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REDREG-FILE.
           COPY "REDREG.cpy".

      * Handoff del calendario de reportes: la fecha pedida por
      * PROGRAMA-REPORTES (se limpia al leerse); vacio = corrida
      * manual que pregunta el mes.
       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE          PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RPTAUTO-FILE-STATUS  PIC XX VALUE "00".
       01 WS-REDREG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FECHA-AUTO           PIC 9(8) VALUE 0.
       01 WS-MES-CONSULTA         PIC 9(6) VALUE 0.
       01 WS-EOF-FLAG             PIC X VALUE "N".
       01 WS-IDX                  PIC 9(3) VALUE 0.
       01 WS-HALLADO              PIC 9(3) VALUE 0.
       01 WS-NUM-GRUPOS           PIC 9(3) VALUE 0.
       01 WS-DESBORDE             PIC X VALUE "N".
       01 WS-MES-CUENTA           PIC 9(7) VALUE 0.
       01 WS-MES-ARRIBA           PIC S9(7)V9(7) VALUE 0.
       01 WS-MES-ABAJO            PIC S9(7)V9(7) VALUE 0.
       01 WS-MES-NETO             PIC S9(7)V9(7) VALUE 0.
       01 WS-NETO                 PIC S9(7)V9(7) VALUE 0.
       01 WS-ARRIBA-TEXTO         PIC -(7)9.9(7).
       01 WS-ABAJO-TEXTO          PIC -(7)9.9(7).
       01 WS-NETO-TEXTO           PIC -(7)9.9(7).

      * Un renglon por operacion y regla con que se redondeo en el
      * mes: cuantas veces, lo que se sumo (diferencia positiva) y
      * lo que se quito (negativa).
       01 WS-TABLA-GRUPOS.
           05 WS-GRP-ENTRY OCCURS 40 TIMES.
               10 WS-GRP-OPERACION  PIC X(10).
               10 WS-GRP-REGLA      PIC X(6).
               10 WS-GRP-CUENTA     PIC 9(7).
               10 WS-GRP-ARRIBA     PIC S9(7)V9(7).
               10 WS-GRP-ABAJO      PIC S9(7)V9(7).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Diferencias de redondeo del mes para contabilidad: cada
      * renglon de REDONDEOS.DAT con fecha de negocio en el mes se
      * totaliza por operacion y regla, con lo redondeado hacia
      * arriba, hacia abajo y el neto que la suite dio (o quito)
      * a los clientes por llevar importes al centavo.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-NUM-GRUPOS WS-MES-CUENTA.
           MOVE 0 TO WS-MES-ARRIBA WS-MES-ABAJO.
           MOVE "N" TO WS-DESBORDE.
           PERFORM LEER-FECHA-AUTO.
           IF WS-FECHA-AUTO = 0
               DISPLAY "MES A REPORTAR (YYYYMM):"
               ACCEPT WS-MES-CONSULTA
           ELSE
               MOVE WS-FECHA-AUTO(1:6) TO WS-MES-CONSULTA
           END-IF.

           OPEN INPUT REDREG-FILE.
           IF WS-REDREG-FILE-STATUS NOT = "00"
               DISPLAY "NO HAY DIFERENCIAS DE REDONDEO REGISTRADAS."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ REDREG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RR-DATE(1:6) = WS-MES-CONSULTA
                               PERFORM ACUMULAR-DIFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REDREG-FILE
               PERFORM IMPRIMIR-MES
           END-IF.

           GOBACK.

       ACUMULAR-DIFERENCIA.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-GRUPOS
               IF WS-GRP-OPERACION(WS-IDX) = RR-OPERACION
                   AND WS-GRP-REGLA(WS-IDX) = RR-REGLA
                   MOVE WS-IDX TO WS-HALLADO
                   MOVE WS-NUM-GRUPOS TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 0
               IF WS-NUM-GRUPOS < 40
                   ADD 1 TO WS-NUM-GRUPOS
                   MOVE WS-NUM-GRUPOS TO WS-HALLADO
                   MOVE RR-OPERACION TO WS-GRP-OPERACION(WS-HALLADO)
                   MOVE RR-REGLA     TO WS-GRP-REGLA(WS-HALLADO)
                   MOVE 0 TO WS-GRP-CUENTA(WS-HALLADO)
                   MOVE 0 TO WS-GRP-ARRIBA(WS-HALLADO)
                   MOVE 0 TO WS-GRP-ABAJO(WS-HALLADO)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.
           ADD 1 TO WS-MES-CUENTA.
           IF RR-DIFERENCIA > 0
               ADD RR-DIFERENCIA TO WS-MES-ARRIBA
           ELSE
               ADD RR-DIFERENCIA TO WS-MES-ABAJO
           END-IF.
           IF WS-HALLADO > 0
               ADD 1 TO WS-GRP-CUENTA(WS-HALLADO)
               IF RR-DIFERENCIA > 0
                   ADD RR-DIFERENCIA TO WS-GRP-ARRIBA(WS-HALLADO)
               ELSE
                   ADD RR-DIFERENCIA TO WS-GRP-ABAJO(WS-HALLADO)
               END-IF
           END-IF.

       IMPRIMIR-MES.
           DISPLAY "DIFERENCIAS DE REDONDEO DEL MES "
               WS-MES-CONSULTA ":".
           DISPLAY "OPERACION  REGLA   VECES    HACIA ARRIBA"
               "      HACIA ABAJO             NETO".
           DISPLAY "----------------------------------------------"
               "--------------------------------".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-GRUPOS
               COMPUTE WS-NETO = WS-GRP-ARRIBA(WS-IDX)
                   + WS-GRP-ABAJO(WS-IDX)
               MOVE WS-GRP-ARRIBA(WS-IDX) TO WS-ARRIBA-TEXTO
               MOVE WS-GRP-ABAJO(WS-IDX)  TO WS-ABAJO-TEXTO
               MOVE WS-NETO               TO WS-NETO-TEXTO
               DISPLAY WS-GRP-OPERACION(WS-IDX) " "
                   WS-GRP-REGLA(WS-IDX) "  "
                   WS-GRP-CUENTA(WS-IDX) " " WS-ARRIBA-TEXTO " "
                   WS-ABAJO-TEXTO " " WS-NETO-TEXTO
           END-PERFORM.
           DISPLAY "----------------------------------------------"
               "--------------------------------".
           COMPUTE WS-MES-NETO = WS-MES-ARRIBA + WS-MES-ABAJO.
           MOVE WS-MES-ARRIBA TO WS-ARRIBA-TEXTO.
           MOVE WS-MES-ABAJO  TO WS-ABAJO-TEXTO.
           MOVE WS-MES-NETO   TO WS-NETO-TEXTO.
           DISPLAY "TOTAL DEL MES      " WS-MES-CUENTA " "
               WS-ARRIBA-TEXTO " " WS-ABAJO-TEXTO " "
               WS-NETO-TEXTO.
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: MAS DE 40 COMBINACIONES DE OPERACION"
                   " Y REGLA; EL DETALLE ESTA INCOMPLETO, EL TOTAL"
                   " NO."
           END-IF.

       LEER-FECHA-AUTO.
           MOVE 0 TO WS-FECHA-AUTO.
           OPEN INPUT RPT-AUTO-FILE.
           IF WS-RPTAUTO-FILE-STATUS = "00"
               READ RPT-AUTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPTAUTO-LINE(1:8) IS NUMERIC
                           MOVE RPTAUTO-LINE(1:8)
                               TO WS-FECHA-AUTO
                       END-IF
               END-READ
               CLOSE RPT-AUTO-FILE
           END-IF.
           IF WS-FECHA-AUTO > 0
               OPEN OUTPUT RPT-AUTO-FILE
               CLOSE RPT-AUTO-FILE
           END-IF.

       END PROGRAM REPORTE-REDONDEO.
