       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GUARDIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACK-KEY
               FILE STATUS IS WS-ALERTACK-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTACK-FILE.
           COPY "ALERTACK.cpy".

      * Handoff del calendario de reportes: la fecha pedida por
      * PROGRAMA-REPORTES (se limpia al leerse); vacio = corrida
      * manual con sus preguntas de siempre.
       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE          PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-ALERTACK-FILE-STATUS  PIC XX VALUE "00".
       01 WS-RPTAUTO-FILE-STATUS   PIC XX VALUE "00".
       01 WS-FECHA-AUTO            PIC 9(8) VALUE 0.
       01 WS-FECHA-FIN             PIC 9(8) VALUE 0.
       01 WS-FECHA-INICIO          PIC 9(8) VALUE 0.
       01 WS-FECHA-ENTERO          PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-IDX                   PIC 9(3) VALUE 0.
       01 WS-NUM-PERS              PIC 9(3) VALUE 0.
       01 WS-NUM-PROG              PIC 9(3) VALUE 0.
       01 WS-DESBORDE              PIC X VALUE "N".
       01 WS-PROMEDIO              PIC 9(6)V9 VALUE 0.
       01 WS-PROMEDIO-TEXTO        PIC ZZZZZ9.9.

      * Un renglon por operador que reconocio alertas en la semana.
       01 WS-TABLA-PERS.
           05 WS-PE-ENTRY OCCURS 200 TIMES.
               10 WS-PE-ID          PIC X(10).
               10 WS-PE-CANT        PIC 9(5).
               10 WS-PE-SUMA        PIC 9(9).
               10 WS-PE-MAX         PIC 9(6).

      * Un renglon por programa que origino esas alertas.
       01 WS-TABLA-PROG.
           05 WS-PG-ENTRY OCCURS 200 TIMES.
               10 WS-PG-ID          PIC X(20).
               10 WS-PG-CANT        PIC 9(5).
               10 WS-PG-SUMA        PIC 9(9).
               10 WS-PG-MAX         PIC 9(6).
               10 WS-PG-ESCAL       PIC 9(5).

       01 WS-TOT-RECONOCIDAS       PIC 9(6) VALUE 0.
       01 WS-TOT-SUMA              PIC 9(10) VALUE 0.
       01 WS-TOT-MAX               PIC 9(6) VALUE 0.
       01 WS-TOT-ESCALADAS         PIC 9(6) VALUE 0.
       01 WS-TOT-ESCALACIONES      PIC 9(6) VALUE 0.
       01 WS-TOT-ABIERTAS          PIC 9(6) VALUE 0.
       01 WS-TOT-SIN-GUARDIA       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Informe semanal de la guardia: de las alertas E
      * reconocidas en los siete dias que terminan en la fecha
      * pedida, cuantas reconocio cada operador y en cuantos
      * minutos (promedio y peor caso) desde que salio la alerta,
      * y lo mismo por programa de origen con las escalaciones
      * que hicieron falta. Al pie, lo que sigue ABIERTO a esa
      * fecha y lo que cayo fuera del rol de guardia.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM INICIALIZAR-ACUMULADOS.
           PERFORM LEER-FECHA-AUTO.
           IF WS-FECHA-AUTO = 0
               DISPLAY "ULTIMO DIA DE LA SEMANA A REPORTAR"
                   " (YYYYMMDD):"
               ACCEPT WS-FECHA-FIN
           ELSE
               MOVE WS-FECHA-AUTO TO WS-FECHA-FIN
           END-IF.
           IF WS-FECHA-FIN IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FIN) NOT = 0
               DISPLAY "FECHA INVALIDA."
               GOBACK
           END-IF.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN) - 6.
           COMPUTE WS-FECHA-INICIO =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO).

           OPEN INPUT ALERTACK-FILE.
           IF WS-ALERTACK-FILE-STATUS NOT = "00"
               DISPLAY "SIN SEGUIMIENTO DE ALERTAS (ALERTACK.DAT)."
           ELSE
               MOVE 0 TO ACK-DATE ACK-TIME
               MOVE SPACES TO ACK-PROGRAMA
               START ALERTACK-FILE KEY NOT < ACK-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALERTACK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ACK-DATE > WS-FECHA-FIN
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               PERFORM CLASIFICAR-ALERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTACK-FILE
               PERFORM IMPRIMIR-INFORME
           END-IF.

           GOBACK.

      *    El menu puede llamar el informe varias veces en la misma
      *    unidad de ejecucion.
       INICIALIZAR-ACUMULADOS.
           MOVE 0 TO WS-NUM-PERS WS-NUM-PROG.
           MOVE "N" TO WS-DESBORDE.
           MOVE 0 TO WS-TOT-RECONOCIDAS WS-TOT-SUMA WS-TOT-MAX.
           MOVE 0 TO WS-TOT-ESCALADAS WS-TOT-ESCALACIONES.
           MOVE 0 TO WS-TOT-ABIERTAS WS-TOT-SIN-GUARDIA.

      *    Cuenta lo reconocido dentro de la semana; lo abierto o
      *    reconocido despues de la fecha fin sigue pendiente a
      *    esa fecha.
       CLASIFICAR-ALERTA.
           IF ACK-ESTADO = "RECONOCIDA"
               AND ACK-FECHA-REC >= WS-FECHA-INICIO
               AND ACK-FECHA-REC <= WS-FECHA-FIN
               PERFORM ACUMULAR-RECONOCIDA
           ELSE
               IF ACK-ESTADO = "ABIERTA"
                   OR ACK-FECHA-REC > WS-FECHA-FIN
                   ADD 1 TO WS-TOT-ABIERTAS
                   IF ACK-PRIMARIO = SPACES
                       AND ACK-SUPLENTE = SPACES
                       AND ACK-SUPERVISOR = SPACES
                       ADD 1 TO WS-TOT-SIN-GUARDIA
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-RECONOCIDA.
           ADD 1 TO WS-TOT-RECONOCIDAS.
           ADD ACK-MINUTOS TO WS-TOT-SUMA.
           IF ACK-MINUTOS > WS-TOT-MAX
               MOVE ACK-MINUTOS TO WS-TOT-MAX
           END-IF.
           IF ACK-ESCALACIONES > 0
               ADD 1 TO WS-TOT-ESCALADAS
               ADD ACK-ESCALACIONES TO WS-TOT-ESCALACIONES
           END-IF.
           PERFORM BUSCAR-PERSONA.
           IF WS-IDX > 0
               ADD 1 TO WS-PE-CANT(WS-IDX)
               ADD ACK-MINUTOS TO WS-PE-SUMA(WS-IDX)
               IF ACK-MINUTOS > WS-PE-MAX(WS-IDX)
                   MOVE ACK-MINUTOS TO WS-PE-MAX(WS-IDX)
               END-IF
           END-IF.
           PERFORM BUSCAR-PROGRAMA.
           IF WS-IDX > 0
               ADD 1 TO WS-PG-CANT(WS-IDX)
               ADD ACK-MINUTOS TO WS-PG-SUMA(WS-IDX)
               IF ACK-MINUTOS > WS-PG-MAX(WS-IDX)
                   MOVE ACK-MINUTOS TO WS-PG-MAX(WS-IDX)
               END-IF
               ADD ACK-ESCALACIONES TO WS-PG-ESCAL(WS-IDX)
           END-IF.

       BUSCAR-PERSONA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PERS
                      OR WS-PE-ID(WS-IDX) = ACK-OPERADOR
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-NUM-PERS
               IF WS-NUM-PERS < 200
                   ADD 1 TO WS-NUM-PERS
                   MOVE WS-NUM-PERS TO WS-IDX
                   MOVE ACK-OPERADOR TO WS-PE-ID(WS-IDX)
                   MOVE 0 TO WS-PE-CANT(WS-IDX)
                   MOVE 0 TO WS-PE-SUMA(WS-IDX)
                   MOVE 0 TO WS-PE-MAX(WS-IDX)
               ELSE
                   MOVE "S" TO WS-DESBORDE
                   MOVE 0 TO WS-IDX
               END-IF
           END-IF.

       BUSCAR-PROGRAMA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PROG
                      OR WS-PG-ID(WS-IDX) = ACK-PROGRAMA
               CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-NUM-PROG
               IF WS-NUM-PROG < 200
                   ADD 1 TO WS-NUM-PROG
                   MOVE WS-NUM-PROG TO WS-IDX
                   MOVE ACK-PROGRAMA TO WS-PG-ID(WS-IDX)
                   MOVE 0 TO WS-PG-CANT(WS-IDX)
                   MOVE 0 TO WS-PG-SUMA(WS-IDX)
                   MOVE 0 TO WS-PG-MAX(WS-IDX)
                   MOVE 0 TO WS-PG-ESCAL(WS-IDX)
               ELSE
                   MOVE "S" TO WS-DESBORDE
                   MOVE 0 TO WS-IDX
               END-IF
           END-IF.

       IMPRIMIR-INFORME.
           DISPLAY "RECONOCIMIENTO DE ALERTAS E DEL " WS-FECHA-INICIO
               " AL " WS-FECHA-FIN ":".
           DISPLAY "OPERADOR    RECONOC.  PROMEDIO MIN  MAXIMO MIN".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PERS
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-PE-SUMA(WS-IDX) / WS-PE-CANT(WS-IDX)
               MOVE WS-PROMEDIO TO WS-PROMEDIO-TEXTO
               DISPLAY WS-PE-ID(WS-IDX) "  "
                   WS-PE-CANT(WS-IDX) "     "
                   WS-PROMEDIO-TEXTO "      "
                   WS-PE-MAX(WS-IDX)
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "PROGRAMA              RECONOC.  PROMEDIO MIN"
               "  MAXIMO MIN  ESCALAC.".
           DISPLAY "----------------------------------------------"
               "----------------------".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PROG
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-PG-SUMA(WS-IDX) / WS-PG-CANT(WS-IDX)
               MOVE WS-PROMEDIO TO WS-PROMEDIO-TEXTO
               DISPLAY WS-PG-ID(WS-IDX) "  "
                   WS-PG-CANT(WS-IDX) "     "
                   WS-PROMEDIO-TEXTO "      "
                   WS-PG-MAX(WS-IDX) "     "
                   WS-PG-ESCAL(WS-IDX)
           END-PERFORM.
           DISPLAY "----------------------------------------------"
               "----------------------".
           IF WS-TOT-RECONOCIDAS > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-TOT-SUMA / WS-TOT-RECONOCIDAS
           ELSE
               MOVE 0 TO WS-PROMEDIO
           END-IF.
           MOVE WS-PROMEDIO TO WS-PROMEDIO-TEXTO.
           DISPLAY "TOTAL: " WS-TOT-RECONOCIDAS " RECONOCIDAS,"
               " PROMEDIO " FUNCTION TRIM(WS-PROMEDIO-TEXTO)
               " MIN, MAXIMO " WS-TOT-MAX " MIN.".
           DISPLAY "ESCALADAS ANTES DE RECONOCERSE: " WS-TOT-ESCALADAS
               " (" WS-TOT-ESCALACIONES " ESCALACIONES).".
           IF WS-TOT-ABIERTAS > 0
               DISPLAY "SIN RECONOCER AL " WS-FECHA-FIN ": "
                   WS-TOT-ABIERTAS " (MESA-ALERTAS)."
           END-IF.
           IF WS-TOT-SIN-GUARDIA > 0
               DISPLAY "DE ELLAS FUERA DEL ROL DE GUARDIA: "
                   WS-TOT-SIN-GUARDIA " (REVISAR GUARDIA.DAT)."
           END-IF.
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: UNA TABLA DEL INFORME SE LLENO; EL"
                   " TOTAL SI INCLUYE LO QUE NO CUPO."
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

       END PROGRAM REPORTE-GUARDIA.
