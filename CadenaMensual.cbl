       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADENA-MENSUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESCHK-FILE ASSIGN TO "MESCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESCHK-FILE-STATUS.

           SELECT JOB-SUMMARY-FILE ASSIGN TO "JOBSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSUM-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CIERRE-AUTO-FILE ASSIGN TO "CIERREAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Punto de control de fin de mes: un renglon por periodo con
      * el estado de cada paso de la cadena en su orden (C =
      * completado, P = pendiente) y la ultima fecha en que se
      * trabajo. Un periodo con algun P se reanuda en la siguiente
      * corrida nocturna.
       FD  MESCHK-FILE.
       01 MESCHK-RECORD.
           05 MCHK-PERIODO       PIC 9(6).
           05 FILLER             PIC X.
           05 MCHK-PASOS         PIC X(5).
           05 FILLER             PIC X.
           05 MCHK-FECHA         PIC 9(8).

       FD  JOB-SUMMARY-FILE.
       01 JOB-SUMMARY-RECORD.
           05 JOBSUM-DATE        PIC 9(8).
           05 JOBSUM-TIME        PIC 9(8).
           05 FILLER             PIC X.
           05 JOBSUM-PROGRAMA    PIC X(20).
           05 FILLER             PIC X.
           05 JOBSUM-RETCODE     PIC 999.
           05 FILLER             PIC X.
           05 JOBSUM-NOTA        PIC X(20).
           05 FILLER             PIC X.
           05 JOBSUM-CORRIDA     PIC X(15).

       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE           PIC X(8).

       FD  CIERRE-AUTO-FILE.
       01 CIERREAUTO-LINE        PIC X(6).

       WORKING-STORAGE SECTION.
       01 WS-MESCHK-FILE-STATUS  PIC XX VALUE "00".
       01 WS-JOBSUM-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG            PIC X VALUE "N".
       01 WS-FECHA-NEGOCIO       PIC 9(8) VALUE 0.
       01 WS-FECHA-HABIL         PIC 9(8) VALUE 0.
       01 WS-FECHA-SIGUIENTE     PIC 9(8) VALUE 0.
       01 WS-FECHA-ENTERO        PIC 9(7) VALUE 0.
       01 WS-FECHA-REPORTE       PIC 9(8) VALUE 0.
       01 WS-PERIODO             PIC 9(6) VALUE 0.
       01 WS-FILA                PIC 9(3) VALUE 0.
       01 WS-NUM-FILAS           PIC 9(3) VALUE 0.
       01 WS-F                   PIC 9(3) VALUE 0.
       01 WS-IDX                 PIC 9 VALUE 0.
       01 WS-J                   PIC 9 VALUE 0.
       01 WS-PENDIENTES          PIC 9 VALUE 0.
       01 WS-CORRIDA-ID          PIC X(15) VALUE SPACES.
       01 WS-PASO-PROGRAMA       PIC X(20) VALUE SPACES.
       01 WS-PASO-RC             PIC 999 VALUE 0.
       01 WS-PASO-NOTA           PIC X(20) VALUE SPACES.
       01 WS-NOTA-MES            PIC X(20) VALUE SPACES.
       01 WS-RC-PEOR             PIC 999 VALUE 0.
       01 WS-RC-PRUEBA           PIC 999 VALUE 999.
       01 WS-RC-CONCILIA         PIC 999 VALUE 999.
       01 WS-LIBRO-LIMPIO        PIC X VALUE "N".
       01 WS-ALR-PROGRAMA        PIC X(20) VALUE SPACES.
       01 WS-ALR-SEVERIDAD       PIC X VALUE SPACE.
       01 WS-ALR-CLAVE           PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE         PIC X(60) VALUE SPACES.

      * Los pasos de fin de mes en su orden: programa, handoff
      * (R = fecha del mes en RPTAUTO.DAT, C = periodo a cerrar en
      * CIERREAUTO.DAT, en blanco = ninguno) y el paso previo que
      * debe estar completo (0 = ninguno). El cierre va despues
      * del mensual y del comparativo y solo con el libro limpio;
      * los estados de cuenta salen ya sobre el mes cerrado.
       01 WS-TABLA-MES.
           05 FILLER PIC X(22) VALUE "REPORTE-CALC-MENSUALR0".
           05 FILLER PIC X(22) VALUE "REPORTE-COMPARATIVO R0".
           05 FILLER PIC X(22) VALUE "CIERRE-PERIODO      C0".
           05 FILLER PIC X(22) VALUE "ESTADO-CLIENTE      R3".
           05 FILLER PIC X(22) VALUE "REPORTE-CAPACIDAD    0".
       01 WS-TABLA-MES-R REDEFINES WS-TABLA-MES.
           05 WS-MES-ENTRY OCCURS 5 TIMES.
               10 WS-MES-PROGRAMA  PIC X(20).
               10 WS-MES-HANDOFF   PIC X.
               10 WS-MES-PREVIO    PIC 9.

       01 WS-RESUMEN-MES.
           05 WS-MES-RESUMEN OCCURS 5 TIMES PIC X(20).

      * Periodos del punto de control en memoria para reescribir.
       01 WS-TABLA-CHK.
           05 WS-CHK-ENTRY OCCURS 240 TIMES.
               10 WS-CHK-PERIODO   PIC 9(6).
               10 WS-CHK-PASO      PIC X OCCURS 5 TIMES.
               10 WS-CHK-FECHA     PIC 9(8).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Cadena de fin de mes. DRIVER-NOCTURNO la llama al final
      * de la noche con el candado aun puesto; corre si la fecha
      * de negocio es el ultimo dia habil del mes segun DIA-HABIL
      * (fines de semana y feriados de CALPROC.DAT), o si en
      * MESCHK.DAT quedo un fin de mes a medias, que se reanuda
      * en el primer paso no completado. Cada paso queda en
      * JOBSUM.DAT con el id de la corrida. CIERRE-PERIODO espera
      * a que la prueba de saldos y la conciliacion del mayor de
      * la noche hayan salido limpias (RC cero).
      * RETURN-CODE: el peor de los pasos corridos.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-RC-PEOR.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ID.
           PERFORM CARGAR-CHECKPOINT.
           PERFORM BUSCAR-PENDIENTE.
           IF WS-FILA = 0
               PERFORM EVALUAR-FIN-DE-MES
           END-IF.
           IF WS-FILA = 0
               GOBACK
           END-IF.
           MOVE WS-CHK-PERIODO(WS-FILA) TO WS-PERIODO.
           DISPLAY "CADENA DE FIN DE MES, PERIODO " WS-PERIODO ":".
           MOVE SPACES TO WS-NOTA-MES.
           STRING "FIN DE MES " WS-PERIODO
               DELIMITED BY SIZE INTO WS-NOTA-MES.
           PERFORM VERIFICAR-LIBRO.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               PERFORM EJECUTAR-PASO-MES
           END-PERFORM.
           MOVE 0 TO WS-PENDIENTES.
           DISPLAY "RESUMEN DEL FIN DE MES " WS-PERIODO ":".
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               DISPLAY "  " WS-MES-PROGRAMA(WS-IDX) ": "
                   WS-MES-RESUMEN(WS-IDX)
               IF WS-CHK-PASO(WS-FILA, WS-IDX) NOT = "C"
                   ADD 1 TO WS-PENDIENTES
               END-IF
           END-PERFORM.
           IF WS-PENDIENTES = 0
               DISPLAY "FIN DE MES " WS-PERIODO " COMPLETO."
           ELSE
               DISPLAY "FIN DE MES " WS-PERIODO " CON " WS-PENDIENTES
                   " PASOS PENDIENTES: SE REANUDA EN LA PROXIMA"
                   " CORRIDA."
           END-IF.
           MOVE WS-RC-PEOR TO RETURN-CODE.
           GOBACK.

       CARGAR-CHECKPOINT.
           MOVE 0 TO WS-NUM-FILAS.
           OPEN INPUT MESCHK-FILE.
           IF WS-MESCHK-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-FILAS = 240
                   READ MESCHK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF MCHK-PERIODO IS NUMERIC
                               ADD 1 TO WS-NUM-FILAS
                               MOVE MCHK-PERIODO
                                   TO WS-CHK-PERIODO(WS-NUM-FILAS)
                               PERFORM VARYING WS-J FROM 1 BY 1
                                       UNTIL WS-J > 5
                                   MOVE MCHK-PASOS(WS-J:1) TO
                                       WS-CHK-PASO(WS-NUM-FILAS, WS-J)
                               END-PERFORM
                               MOVE MCHK-FECHA
                                   TO WS-CHK-FECHA(WS-NUM-FILAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESCHK-FILE
           END-IF.

       GRABAR-CHECKPOINT.
           MOVE WS-FECHA-NEGOCIO TO WS-CHK-FECHA(WS-FILA).
           OPEN OUTPUT MESCHK-FILE.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NUM-FILAS
               MOVE SPACES TO MESCHK-RECORD
               MOVE WS-CHK-PERIODO(WS-F) TO MCHK-PERIODO
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                   MOVE WS-CHK-PASO(WS-F, WS-J)
                       TO MCHK-PASOS(WS-J:1)
               END-PERFORM
               MOVE WS-CHK-FECHA(WS-F) TO MCHK-FECHA
               WRITE MESCHK-RECORD
           END-PERFORM.
           CLOSE MESCHK-FILE.

      *    El periodo mas antiguo con algun paso sin completar.
       BUSCAR-PENDIENTE.
           MOVE 0 TO WS-FILA.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NUM-FILAS OR WS-FILA > 0
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                   IF WS-CHK-PASO(WS-F, WS-J) NOT = "C"
                       MOVE WS-F TO WS-FILA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *-----------------------------------------------------------
      * Ultimo dia habil: hoy es habil y el siguiente dia habil ya
      * cae en otro mes. El periodo entra al punto de control con
      * todos sus pasos pendientes, salvo que ya este (completo).
      *-----------------------------------------------------------
       EVALUAR-FIN-DE-MES.
           CALL "DIA-HABIL" USING WS-FECHA-NEGOCIO WS-FECHA-HABIL.
           IF WS-FECHA-HABIL = WS-FECHA-NEGOCIO
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) + 1
               COMPUTE WS-FECHA-SIGUIENTE =
                   FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO)
               CALL "DIA-HABIL" USING WS-FECHA-SIGUIENTE
                   WS-FECHA-HABIL
               IF WS-FECHA-HABIL(1:6) NOT = WS-FECHA-NEGOCIO(1:6)
                   PERFORM ABRIR-PERIODO
               END-IF
           END-IF.

       ABRIR-PERIODO.
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NUM-FILAS
               IF WS-CHK-PERIODO(WS-F) = WS-PERIODO
                   MOVE 1 TO WS-J
               END-IF
           END-PERFORM.
           IF WS-J = 0
               IF WS-NUM-FILAS = 240
                   DISPLAY "MESCHK.DAT LLENO: EL FIN DE MES "
                       WS-PERIODO " NO SE PUEDE PROGRAMAR."
                   MOVE 8 TO WS-RC-PEOR
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-NUM-FILAS
                   MOVE WS-NUM-FILAS TO WS-FILA
                   MOVE WS-PERIODO TO WS-CHK-PERIODO(WS-FILA)
                   PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
                       MOVE "P" TO WS-CHK-PASO(WS-FILA, WS-J)
                   END-PERFORM
                   PERFORM GRABAR-CHECKPOINT
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * El libro esta limpio si el ultimo PRUEBA-SALDOS y el
      * ultimo CONCILIA-MAYOR de JOBSUM.DAT terminaron en cero:
      * uno bloqueado, descuadrado o con partidas rechazadas o
      * vencidas deja el cierre esperando.
      *-----------------------------------------------------------
       VERIFICAR-LIBRO.
           MOVE 999 TO WS-RC-PRUEBA.
           MOVE 999 TO WS-RC-CONCILIA.
           OPEN INPUT JOB-SUMMARY-FILE.
           IF WS-JOBSUM-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOB-SUMMARY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF JOBSUM-PROGRAMA = "PRUEBA-SALDOS"
                               MOVE JOBSUM-RETCODE TO WS-RC-PRUEBA
                           END-IF
                           IF JOBSUM-PROGRAMA = "CONCILIA-MAYOR"
                               MOVE JOBSUM-RETCODE TO WS-RC-CONCILIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-SUMMARY-FILE
           END-IF.
           IF WS-RC-PRUEBA = 0 AND WS-RC-CONCILIA = 0
               MOVE "S" TO WS-LIBRO-LIMPIO
           ELSE
               MOVE "N" TO WS-LIBRO-LIMPIO
           END-IF.

       EJECUTAR-PASO-MES.
           MOVE WS-MES-PROGRAMA(WS-IDX) TO WS-PASO-PROGRAMA.
           MOVE WS-MES-PREVIO(WS-IDX) TO WS-J.
           IF WS-CHK-PASO(WS-FILA, WS-IDX) = "C"
               DISPLAY FUNCTION TRIM(WS-PASO-PROGRAMA)
                   " YA COMPLETADO PARA EL PERIODO, SE OMITE."
               MOVE "YA COMPLETADO" TO WS-MES-RESUMEN(WS-IDX)
           ELSE
           IF WS-J > 0 AND WS-CHK-PASO(WS-FILA, WS-J) NOT = "C"
               DISPLAY FUNCTION TRIM(WS-PASO-PROGRAMA)
                   " NO CORRE: FALTA "
                   FUNCTION TRIM(WS-MES-PROGRAMA(WS-J)) "."
               MOVE 8 TO WS-PASO-RC
               MOVE "BLOQUEADO POR PREVIO" TO WS-PASO-NOTA
               MOVE "BLOQUEADO POR PREVIO" TO WS-MES-RESUMEN(WS-IDX)
               PERFORM REGISTRAR-PASO
           ELSE
           IF WS-MES-HANDOFF(WS-IDX) = "C" AND WS-LIBRO-LIMPIO = "N"
               DISPLAY "CIERRE EN ESPERA: PRUEBA-SALDOS RC "
                   WS-RC-PRUEBA ", CONCILIA-MAYOR RC "
                   WS-RC-CONCILIA "; EL MES SIGUE ABIERTO."
               MOVE 4 TO WS-PASO-RC
               MOVE "ESPERA LIBRO LIMPIO" TO WS-PASO-NOTA
               MOVE "ESPERA LIBRO LIMPIO" TO WS-MES-RESUMEN(WS-IDX)
               PERFORM REGISTRAR-PASO
           ELSE
               PERFORM CORRER-PASO-MES
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Los reportes reciben el mes por RPTAUTO.DAT (el primero
      * del periodo, como el mensual de PROGRAMA-REPORTES) y el
      * cierre su periodo por CIERREAUTO.DAT; el handoff se limpia
      * despues aunque el programa no lo haya consumido. RC menor
      * que 8 deja el paso completado en el punto de control.
      *-----------------------------------------------------------
       CORRER-PASO-MES.
           IF WS-MES-HANDOFF(WS-IDX) = "R"
               COMPUTE WS-FECHA-REPORTE = WS-PERIODO * 100 + 1
               OPEN OUTPUT RPT-AUTO-FILE
               MOVE WS-FECHA-REPORTE TO RPTAUTO-LINE
               WRITE RPTAUTO-LINE
               CLOSE RPT-AUTO-FILE
           END-IF.
           IF WS-MES-HANDOFF(WS-IDX) = "C"
               OPEN OUTPUT CIERRE-AUTO-FILE
               MOVE WS-PERIODO TO CIERREAUTO-LINE
               WRITE CIERREAUTO-LINE
               CLOSE CIERRE-AUTO-FILE
           END-IF.
           DISPLAY "CORRIENDO " FUNCTION TRIM(WS-PASO-PROGRAMA)
               " PARA " WS-PERIODO ".".
           MOVE 0 TO RETURN-CODE.
           CALL WS-PASO-PROGRAMA
               ON EXCEPTION
                   DISPLAY "NO SE PUDO LLAMAR "
                       FUNCTION TRIM(WS-PASO-PROGRAMA) "."
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-PASO-RC.
           IF WS-MES-HANDOFF(WS-IDX) = "R"
               OPEN OUTPUT RPT-AUTO-FILE
               CLOSE RPT-AUTO-FILE
           END-IF.
           IF WS-MES-HANDOFF(WS-IDX) = "C"
               OPEN OUTPUT CIERRE-AUTO-FILE
               CLOSE CIERRE-AUTO-FILE
           END-IF.
           IF WS-PASO-RC < 8
               MOVE "C" TO WS-CHK-PASO(WS-FILA, WS-IDX)
               MOVE WS-NOTA-MES TO WS-PASO-NOTA
               MOVE "CORRIDO" TO WS-MES-RESUMEN(WS-IDX)
           ELSE
               MOVE SPACES TO WS-PASO-NOTA
               MOVE "FALLIDO" TO WS-MES-RESUMEN(WS-IDX)
           END-IF.
           PERFORM GRABAR-CHECKPOINT.
           PERFORM REGISTRAR-PASO.

      *    Mismo renglon de JOBSUM.DAT que escribe la cadena
      *    nocturna; los pasos de fin de mes llevan la nota
      *    "FIN DE MES YYYYMM" para que la recorrida nocturna no
      *    los confunda con los suyos.
       REGISTRAR-PASO.
           IF WS-PASO-RC > WS-RC-PEOR
               MOVE WS-PASO-RC TO WS-RC-PEOR
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND JOB-SUMMARY-FILE.
           IF WS-JOBSUM-FILE-STATUS = "35"
               OPEN OUTPUT JOB-SUMMARY-FILE
           END-IF.
           MOVE SPACES TO JOB-SUMMARY-RECORD.
           MOVE WS-SYS-DATE      TO JOBSUM-DATE.
           MOVE WS-SYS-TIME      TO JOBSUM-TIME.
           MOVE WS-PASO-PROGRAMA TO JOBSUM-PROGRAMA.
           MOVE WS-PASO-RC       TO JOBSUM-RETCODE.
           MOVE WS-PASO-NOTA     TO JOBSUM-NOTA.
           MOVE WS-CORRIDA-ID    TO JOBSUM-CORRIDA.
           WRITE JOB-SUMMARY-RECORD.
           CLOSE JOB-SUMMARY-FILE.
           IF WS-PASO-RC >= 8 AND WS-PASO-NOTA = SPACES
               MOVE "CADENA-MENSUAL" TO WS-ALR-PROGRAMA
               MOVE "E" TO WS-ALR-SEVERIDAD
               MOVE WS-PASO-PROGRAMA TO WS-ALR-CLAVE
               MOVE SPACES TO WS-ALR-MENSAJE
               STRING "PASO DE FIN DE MES TERMINO CON RC "
                   WS-PASO-RC DELIMITED BY SIZE INTO WS-ALR-MENSAJE
               CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
                   WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE
           END-IF.
           MOVE SPACES TO WS-PASO-NOTA.

       END PROGRAM CADENA-MENSUAL.
