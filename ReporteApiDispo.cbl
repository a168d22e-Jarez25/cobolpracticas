       01 WS-PCT-EXITO             PIC 9(3)V99 VALUE 0.
       01 WS-PCT-REINTENTO         PIC 9(3)V99 VALUE 0.
       01 WS-PCT-TEXTO             PIC ZZ9.99.
       01 WS-MES-INI-MIN           PIC 9(9) VALUE 0.
       01 WS-MES-FIN-MIN           PIC 9(9) VALUE 0.
       01 WS-EVENTO-MIN            PIC 9(9) VALUE 0.
       01 WS-TRAMO-INI             PIC 9(9) VALUE 0.
       01 WS-TRAMO-FIN             PIC 9(9) VALUE 0.
       01 WS-FECHA-MES             PIC 9(8) VALUE 0.
       01 WS-HORAS                 PIC 9(5) VALUE 0.
       01 WS-MINUTOS               PIC 9(2) VALUE 0.
       01 WS-HORA-X.
           05 WS-HORA-HH           PIC 99.
           05 WS-HORA-MI           PIC 99.
           05 FILLER               PIC 9(4).

      * Acumulados por endpoint: llamadas, exitos 2XX, intentos
      * mayores a uno, y la peor racha de fallas consecutivas.
      * Aparte, lo que el cortacircuito de CONSUMIR-API tuvo el
      * endpoint apagado: llamadas omitidas y minutos con el
      * circuito abierto dentro del mes (ABIERTO-DESDE es el
      * minuto de la apertura en curso, cero si esta cerrado).
       01 WS-TABLA-ENDP.
           05 WS-ENDP-ENTRY OCCURS 50 TIMES.
               10 WS-ENDP-ID        PIC X(8).
               10 WS-ENDP-REINT     PIC 9(6).
               10 WS-ENDP-RACHA     PIC 9(5).
               10 WS-ENDP-PEOR      PIC 9(5).
               10 WS-ENDP-OMITIDAS  PIC 9(6).
               10 WS-ENDP-CIRC-MIN  PIC 9(7).
               10 WS-ENDP-ABIERTO-DESDE PIC 9(9).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * APICALLLOG.DAT: total de llamadas, porcentaje de exito
      * (HTTP 2XX), porcentaje de reintentos y la peor racha de
      * fallas consecutivas - los numeros para la discusion con el
      * proveedor que antes no teniamos. El tiempo con el circuito
      * abierto y las llamadas que por eso no se hicieron salen en
      * renglon propio: no son fallas del proveedor, pero tampoco
      * servicio.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM LEER-FECHA-AUTO.
           ELSE
               MOVE WS-FECHA-AUTO(1:6) TO WS-MES-CONSULTA
           END-IF.
           PERFORM CALCULAR-LIMITES-MES.

           OPEN INPUT CALL-LOG-FILE.
           IF WS-CALLLOG-FILE-STATUS NOT = "00"
                               AND CALLLOG-NOTA = SPACES
                               PERFORM ACUMULAR-LLAMADA
                           END-IF
                           IF CALLLOG-DATE(1:6) = WS-MES-CONSULTA
                               AND CALLLOG-NOTA = "CIRCUITO"
                               PERFORM ACUMULAR-OMISION
                           END-IF
      *                    Las aperturas y cierres se siguen desde
      *                    el principio de la bitacora: un circuito
      *                    abierto el mes pasado cuenta en este.
                           IF CALLLOG-NOTA = "CIRC ABIERTO"
                               OR CALLLOG-NOTA = "CIRC CERRADO"
                               PERFORM ACUMULAR-CIRCUITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALL-LOG-FILE
               PERFORM CERRAR-TRAMOS-ABIERTOS
               PERFORM IMPRIMIR-DISPONIBILIDAD
           END-IF.
           GOBACK.
               MOVE 0 TO WS-ENDP-REINT(WS-E)
               MOVE 0 TO WS-ENDP-RACHA(WS-E)
               MOVE 0 TO WS-ENDP-PEOR(WS-E)
               MOVE 0 TO WS-ENDP-OMITIDAS(WS-E)
               MOVE 0 TO WS-ENDP-CIRC-MIN(WS-E)
               MOVE 0 TO WS-ENDP-ABIERTO-DESDE(WS-E)
           END-IF.

       ACUMULAR-OMISION.
           PERFORM BUSCAR-ENDPOINT.
           IF WS-E > 0
               ADD 1 TO WS-ENDP-OMITIDAS(WS-E)
           END-IF.

       ACUMULAR-CIRCUITO.
           PERFORM BUSCAR-ENDPOINT.
           IF WS-E > 0 AND CALLLOG-DATE > 0
               MOVE CALLLOG-TIME TO WS-HORA-X
               COMPUTE WS-EVENTO-MIN =
                   FUNCTION INTEGER-OF-DATE(CALLLOG-DATE) * 1440
                   + WS-HORA-HH * 60 + WS-HORA-MI
               IF CALLLOG-NOTA = "CIRC ABIERTO"
                   IF WS-ENDP-ABIERTO-DESDE(WS-E) = 0
                       MOVE WS-EVENTO-MIN
                           TO WS-ENDP-ABIERTO-DESDE(WS-E)
                   END-IF
               ELSE
                   IF WS-ENDP-ABIERTO-DESDE(WS-E) > 0
                       MOVE WS-EVENTO-MIN TO WS-TRAMO-FIN
                       PERFORM SUMAR-TRAMO
                   END-IF
               END-IF
           END-IF.

      *    Lo que sigue abierto al final de la bitacora cuenta
      *    hasta ahora (SUMAR-TRAMO lo recorta al fin del mes).
       CERRAR-TRAMOS-ABIERTOS.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-TIME TO WS-HORA-X.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NUM-ENDP
               IF WS-ENDP-ABIERTO-DESDE(WS-E) > 0
                   COMPUTE WS-TRAMO-FIN =
                       FUNCTION INTEGER-OF-DATE(WS-SYS-DATE) * 1440
                       + WS-HORA-HH * 60 + WS-HORA-MI
                   PERFORM SUMAR-TRAMO
               END-IF
           END-PERFORM.

      *    Suma la parte del tramo ABIERTO-DESDE..TRAMO-FIN que cae
      *    dentro del mes consultado y da el circuito por cerrado.
       SUMAR-TRAMO.
           MOVE WS-ENDP-ABIERTO-DESDE(WS-E) TO WS-TRAMO-INI.
           IF WS-TRAMO-INI < WS-MES-INI-MIN
               MOVE WS-MES-INI-MIN TO WS-TRAMO-INI
           END-IF.
           IF WS-TRAMO-FIN > WS-MES-FIN-MIN
               MOVE WS-MES-FIN-MIN TO WS-TRAMO-FIN
           END-IF.
           IF WS-TRAMO-FIN > WS-TRAMO-INI
               COMPUTE WS-ENDP-CIRC-MIN(WS-E) =
                   WS-ENDP-CIRC-MIN(WS-E)
                   + WS-TRAMO-FIN - WS-TRAMO-INI
           END-IF.
           MOVE 0 TO WS-ENDP-ABIERTO-DESDE(WS-E).

      *    El mes va del minuto cero de su dia 1 al minuto cero
      *    del dia 1 del mes siguiente.
       CALCULAR-LIMITES-MES.
           COMPUTE WS-FECHA-MES = WS-MES-CONSULTA * 100 + 1.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-MES) NOT = 0
               MOVE 0 TO WS-MES-INI-MIN
               MOVE 0 TO WS-MES-FIN-MIN
           ELSE
               COMPUTE WS-MES-INI-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-MES) * 1440
               IF WS-MES-CONSULTA(5:2) = "12"
                   COMPUTE WS-FECHA-MES =
                       (WS-MES-CONSULTA + 89) * 100 + 1
               ELSE
                   COMPUTE WS-FECHA-MES =
                       (WS-MES-CONSULTA + 1) * 100 + 1
               END-IF
               COMPUTE WS-MES-FIN-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-MES) * 1440
           END-IF.

       IMPRIMIR-DISPONIBILIDAD.
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ENDP
               IF WS-ENDP-LLAMADAS(WS-IDX) = 0
                   IF WS-ENDP-CIRC-MIN(WS-IDX) > 0
                       OR WS-ENDP-OMITIDAS(WS-IDX) > 0
                       DISPLAY "  " WS-ENDP-ID(WS-IDX)
                           " SIN LLAMADAS REALES EN EL MES"
                       PERFORM IMPRIMIR-CIRCUITO
                   END-IF
               ELSE
               COMPUTE WS-PCT-EXITO ROUNDED =
                   WS-ENDP-EXITOS(WS-IDX) * 100
                   / WS-ENDP-LLAMADAS(WS-IDX)
               DISPLAY "           REINTENTOS " WS-PCT-TEXTO
                   "%  PEOR RACHA DE FALLAS "
                   WS-ENDP-PEOR(WS-IDX)
               IF WS-ENDP-CIRC-MIN(WS-IDX) > 0
                   OR WS-ENDP-OMITIDAS(WS-IDX) > 0
                   PERFORM IMPRIMIR-CIRCUITO
               END-IF
               END-IF
           END-PERFORM.
           DISPLAY "----------------------------------------------".

       IMPRIMIR-CIRCUITO.
           DIVIDE WS-ENDP-CIRC-MIN(WS-IDX) BY 60
               GIVING WS-HORAS REMAINDER WS-MINUTOS.
           DISPLAY "           CIRCUITO ABIERTO " WS-HORAS "H "
               WS-MINUTOS "M  LLAMADAS OMITIDAS "
               WS-ENDP-OMITIDAS(WS-IDX).


       LEER-FECHA-AUTO.
           MOVE 0 TO WS-FECHA-AUTO.
