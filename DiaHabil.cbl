       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIA-HABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDARIO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Calendario de proceso: "YYYYMMDD T" con T = H feriado (no
      * llega la alimentacion de finanzas), N noche sin API
      * (mantenimiento del proveedor), B dia habil normal.
       FD  CALENDARIO-FILE.
       01 CALENDARIO-RECORD.
           05 CAL-FECHA          PIC 9(8).
           05 FILLER             PIC X.
           05 CAL-TIPO           PIC X.

       WORKING-STORAGE SECTION.
       01 WS-CALENDARIO-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-CAL             PIC X VALUE "N".
       01 WS-CARGADO             PIC X VALUE "N".
       01 WS-NUM-FERIADOS        PIC 9(4) VALUE 0.
       01 WS-IDX                 PIC 9(4) VALUE 0.
       01 WS-FECHA-ENTERO        PIC 9(7) VALUE 0.
       01 WS-DOW                 PIC 9 VALUE 0.
       01 WS-ES-HABIL            PIC X VALUE "N".
       01 WS-VUELTAS             PIC 99 VALUE 0.
       01 WS-TABLA-FERIADOS.
           05 WS-FERIADO OCCURS 2000 TIMES PIC 9(8).

       LINKAGE SECTION.
       01 LK-FECHA               PIC 9(8).
       01 LK-FECHA-HABIL         PIC 9(8).

       PROCEDURE DIVISION USING LK-FECHA LK-FECHA-HABIL.
      *-----------------------------------------------------------
      * Corre una fecha al siguiente dia habil: sabado, domingo y
      * los feriados ("H") de CALPROC.DAT - el mismo calendario que
      * usa la cadena nocturna - no son habiles. Una fecha que ya
      * es habil vuelve tal cual. Los feriados se cargan una sola
      * vez por corrida, que un plan de 360 cuotas no relea el
      * calendario en cada vencimiento. Sin CALPROC.DAT solo se
      * saltan los fines de semana.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           IF WS-CARGADO NOT = "S"
               PERFORM CARGAR-FERIADOS
               MOVE "S" TO WS-CARGADO
           END-IF.
           MOVE LK-FECHA TO LK-FECHA-HABIL.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(LK-FECHA).
           MOVE "N" TO WS-ES-HABIL.
           MOVE 0 TO WS-VUELTAS.
      *    El tope de vueltas solo protege de un calendario mal
      *    cargado (un mes entero de feriados).
           PERFORM UNTIL WS-ES-HABIL = "S" OR WS-VUELTAS > 31
               PERFORM EVALUAR-DIA
               IF WS-ES-HABIL NOT = "S"
                   ADD 1 TO WS-FECHA-ENTERO
                   ADD 1 TO WS-VUELTAS
                   COMPUTE LK-FECHA-HABIL =
                       FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO)
               END-IF
           END-PERFORM.
           GOBACK.

      *    1 = lunes ... 6 = sabado, 7 = domingo (misma cuenta que
      *    PROGRAMA-REPORTES).
       EVALUAR-DIA.
           COMPUTE WS-DOW = FUNCTION MOD(WS-FECHA-ENTERO, 7).
           IF WS-DOW = 0
               MOVE 7 TO WS-DOW
           END-IF.
           IF WS-DOW = 6 OR WS-DOW = 7
               MOVE "N" TO WS-ES-HABIL
           ELSE
               MOVE "S" TO WS-ES-HABIL
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NUM-FERIADOS
                   IF WS-FERIADO(WS-IDX) = LK-FECHA-HABIL
                       MOVE "N" TO WS-ES-HABIL
                       MOVE WS-NUM-FERIADOS TO WS-IDX
                   END-IF
               END-PERFORM
           END-IF.

       CARGAR-FERIADOS.
           MOVE 0 TO WS-NUM-FERIADOS.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CAL
               PERFORM UNTIL WS-EOF-CAL = "Y"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CAL
                       NOT AT END
                           IF CAL-TIPO = "H" AND CAL-FECHA IS NUMERIC
                               AND WS-NUM-FERIADOS < 2000
                               ADD 1 TO WS-NUM-FERIADOS
                               MOVE CAL-FECHA
                                   TO WS-FERIADO(WS-NUM-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       END PROGRAM DIA-HABIL.
