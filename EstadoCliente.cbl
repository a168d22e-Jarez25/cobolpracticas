               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT RPT-AUTO-FILE ASSIGN TO "RPTAUTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTAUTO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
           05 SORT-BREACH        PIC X.
           05 SORT-TIPO          PIC X.

      * Handoff de la cadena de fin de mes: la fecha cuyo mes se
      * reporta (se limpia al leerse); vacio = corrida manual con
      * su pregunta de siempre.
       FD  RPT-AUTO-FILE.
       01 RPTAUTO-LINE          PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-RPTAUTO-FILE-STATUS  PIC XX VALUE "00".
       01 WS-FECHA-AUTO           PIC 9(8) VALUE 0.
       01 WS-HIST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUSTMAST-FILE-STATUS PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS PIC XX VALUE "00".
       01 WS-RESULTADO-TEXTO     PIC -(9)9.99.
       01 WS-TOTAL-TEXTO         PIC -(11)9.99.
       01 WS-MARCA-FILA          PIC X(8) VALUE SPACES.
       01 WS-ACC-PROGRAMA        PIC X(20) VALUE "ESTADO-CLIENTE".
       01 WS-ACC-TIPO            PIC X VALUE "L".
       01 WS-SUC-CUST            PIC 9(6) VALUE 0.
       01 WS-SUC-CLIENTE         PIC X(3) VALUE SPACES.
       01 WS-SUC-PERMITIDO       PIC X VALUE "S".
       COPY "SUCTABLA.cpy".

      * Resumen final: un renglon por cliente con actividad.
       01 WS-RESUMEN.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RES-NUM.
           MOVE 0 TO WS-GRAN-CONTADOR.
           PERFORM LEER-FECHA-AUTO.
           IF WS-FECHA-AUTO = 0
               DISPLAY "MES A REPORTAR (YYYYMM):"
               ACCEPT WS-MES-CONSULTA
           ELSE
               MOVE WS-FECHA-AUTO(1:6) TO WS-MES-CONSULTA
           END-IF.
           PERFORM ELEGIR-SUCURSAL.
           MOVE 0 TO WS-SUC-CUST.

           OPEN OUTPUT ESTADO-FILE.
           MOVE SPACES TO ESTADO-LINE.
           STRING "ESTADO DE CUENTA POR CLIENTE - MES "
                  WS-MES-CONSULTA " - " WS-SUC-TITULO
               DELIMITED BY SIZE INTO ESTADO-LINE.
           WRITE ESTADO-LINE.
           MOVE ALL "-" TO ESTADO-LINE.
               MOVE SORT-RESULTADO TO WS-MOV-RESULTADO
               MOVE SORT-BREACH    TO WS-MOV-BREACH
               MOVE SORT-TIPO      TO WS-MOV-TIPO
               PERFORM FILTRAR-MOVIMIENTO
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                               TO WS-MOV-RESULTADO
                           MOVE HISTCUST-BREACH TO WS-MOV-BREACH
                           MOVE HISTCUST-TIPO   TO WS-MOV-TIPO
                           PERFORM FILTRAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
               PERFORM IMPRIMIR-SUBTOTAL-CLIENTE
           END-IF.

      *-----------------------------------------------------------
      * La sucursal de un movimiento es la de su cliente en el
      * maestro; se resuelve una vez por cliente porque llegan en
      * orden de cliente. Con una sucursal elegida, los clientes
      * de las demas no salen en el estado.
      *-----------------------------------------------------------
       FILTRAR-MOVIMIENTO.
           IF WS-MOV-CUST NOT = WS-SUC-CUST
               MOVE WS-MOV-CUST TO WS-SUC-CUST
               CALL "SUCURSAL-CLIENTE" USING WS-SUC-CUST
                   WS-SUC-CLIENTE WS-SUC-PERMITIDO
           END-IF.
           IF WS-SUC-REPORTE = SPACES
               OR WS-SUC-CLIENTE = WS-SUC-REPORTE
               PERFORM TRATAR-MOVIMIENTO
               MOVE WS-SUC-CLIENTE TO WS-SUC-FILA
               MOVE WS-MOV-RESULTADO TO WS-SUC-IMPORTE
               IF WS-MOV-TIPO = "R"
                   MOVE "N" TO WS-SUC-CONTAR
               ELSE
                   MOVE "S" TO WS-SUC-CONTAR
               END-IF
               PERFORM ACUMULAR-SUCURSAL
           END-IF.

       TRATAR-MOVIMIENTO.
           IF WS-PRIMERA-VEZ = "S"
               MOVE WS-MOV-CUST TO WS-CUST-ANTERIOR
      * no existe alli, la seccion lo dice en lugar de omitirla.
      *-----------------------------------------------------------
       IMPRIMIR-ENCABEZADO-CLIENTE.
           CALL "REGISTRA-CONSULTA" USING WS-ACC-PROGRAMA
               WS-CUST-ANTERIOR WS-ACC-TIPO.
           PERFORM BUSCAR-NOMBRE-CLIENTE.
           MOVE SPACES TO ESTADO-LINE.
           WRITE ESTADO-LINE.
           MOVE SPACES TO ESTADO-LINE.
           STRING "CLIENTE " WS-CUST-ANTERIOR " - " WS-CUST-NOMBRE
                  "  SUCURSAL " WS-SUC-CLIENTE
               DELIMITED BY SIZE INTO ESTADO-LINE.
           WRITE ESTADO-LINE.
           PERFORM IMPRIMIR-SALDO-ARRASTRADO.
           MOVE WS-MOV-NUM2      TO WS-NUM2-TEXTO.
           MOVE WS-MOV-RESULTADO TO WS-RESULTADO-TEXTO.
           MOVE SPACES TO WS-MARCA-FILA.
           EVALUATE TRUE
               WHEN WS-MOV-TIPO = "R"
                   MOVE "REVERSA" TO WS-MARCA-FILA
               WHEN WS-MOV-TIPO = "P"
                   MOVE "PAGO" TO WS-MARCA-FILA
               WHEN WS-MOV-TIPO = "M"
                   MOVE "MORA" TO WS-MARCA-FILA
               WHEN WS-MOV-TIPO = "F"
                   MOVE "FACTURA" TO WS-MARCA-FILA
               WHEN WS-MOV-TIPO = "N"
                   MOVE "CREDITO" TO WS-MARCA-FILA
               WHEN WS-MOV-BREACH = "S"
                   MOVE "UMBRAL" TO WS-MARCA-FILA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO ESTADO-LINE.
           STRING "  " WS-MOV-DATE " OPCION " WS-MOV-OPCION
                  " NUM1 " FUNCTION TRIM(WS-NUM1-TEXTO)
                   TO ESTADO-LINE
               WRITE ESTADO-LINE
           END-IF.
           PERFORM IMPRIMIR-SUCURSALES.

      *-----------------------------------------------------------
      * Consolidado: actividad del mes por sucursal al pie del
      * resumen.
      *-----------------------------------------------------------
       IMPRIMIR-SUCURSALES.
           IF WS-SUC-REPORTE = SPACES
               MOVE "SUBTOTALES POR SUCURSAL:" TO ESTADO-LINE
               WRITE ESTADO-LINE
               PERFORM VARYING WS-SUC-I FROM 1 BY 1
                       UNTIL WS-SUC-I > WS-SUC-NUM
                   MOVE WS-SUC-TOTAL(WS-SUC-I) TO WS-SUC-TEXTO
                   MOVE SPACES TO ESTADO-LINE
                   STRING "  SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                          "  CALCULOS " WS-SUC-CUENTA(WS-SUC-I)
                          "  TOTAL " FUNCTION TRIM(WS-SUC-TEXTO)
                       DELIMITED BY SIZE INTO ESTADO-LINE
                   WRITE ESTADO-LINE
               END-PERFORM
               IF WS-SUC-DESBORDE = "S"
                   MOVE "  AVISO: MAS DE 20 SUCURSALES; INCOMPLETO."
                       TO ESTADO-LINE
                   WRITE ESTADO-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Sucursal del reporte: fuera de casa matriz es siempre la
      * del operador; casa matriz elige una o deja el consolidado
      * con subtotales por sucursal. Las corridas automaticas de
      * la cadena salen consolidadas.
      *-----------------------------------------------------------
       ELEGIR-SUCURSAL.
           MOVE SPACES TO WS-SUC-REPORTE.
           MOVE 0 TO WS-SUC-NUM.
           MOVE "N" TO WS-SUC-DESBORDE.
           CALL "SUCURSAL-ACTUAL" USING WS-SUC-OPERADOR
               WS-SUC-MATRIZ.
           IF WS-SUC-MATRIZ NOT = "S"
               MOVE WS-SUC-OPERADOR TO WS-SUC-REPORTE
           ELSE
               IF WS-FECHA-AUTO = 0
                   DISPLAY "SUCURSAL A REPORTAR (ENTER = CONSOLIDADO):"
                   ACCEPT WS-SUC-REPORTE
               END-IF
           END-IF.
           IF WS-SUC-REPORTE = SPACES
               MOVE "CONSOLIDADO" TO WS-SUC-TITULO
           ELSE
               MOVE SPACES TO WS-SUC-TITULO
               STRING "SUCURSAL " WS-SUC-REPORTE
                   DELIMITED BY SIZE INTO WS-SUC-TITULO
           END-IF.

       FILA-DE-SUCURSAL.
           IF WS-SUC-FILA = SPACES
               MOVE WS-SUC-DEFECTO TO WS-SUC-FILA
           END-IF.

       ACUMULAR-SUCURSAL.
           MOVE 0 TO WS-SUC-HALLADO.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
                   UNTIL WS-SUC-I > WS-SUC-NUM
               IF WS-SUC-CODIGO(WS-SUC-I) = WS-SUC-FILA
                   MOVE WS-SUC-I TO WS-SUC-HALLADO
                   MOVE WS-SUC-NUM TO WS-SUC-I
               END-IF
           END-PERFORM.
           IF WS-SUC-HALLADO = 0
               IF WS-SUC-NUM < 20
                   ADD 1 TO WS-SUC-NUM
                   MOVE WS-SUC-NUM TO WS-SUC-HALLADO
                   MOVE WS-SUC-FILA TO WS-SUC-CODIGO(WS-SUC-HALLADO)
                   MOVE 0 TO WS-SUC-CUENTA(WS-SUC-HALLADO)
                   MOVE 0 TO WS-SUC-TOTAL(WS-SUC-HALLADO)
               ELSE
                   MOVE "S" TO WS-SUC-DESBORDE
               END-IF
           END-IF.
           IF WS-SUC-HALLADO > 0
               IF WS-SUC-CONTAR = "S"
                   ADD 1 TO WS-SUC-CUENTA(WS-SUC-HALLADO)
               END-IF
               ADD WS-SUC-IMPORTE TO WS-SUC-TOTAL(WS-SUC-HALLADO)
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

       END PROGRAM ESTADO-CLIENTE.
