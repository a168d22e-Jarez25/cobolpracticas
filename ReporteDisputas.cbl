       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-DISPUTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTA-FILE ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DISP-CASO
               FILE STATUS IS WS-DISPUTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTA-FILE.
           COPY "DISPUTA.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DISPUTA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-HOY-ENTERO             PIC 9(7) VALUE 0.
       01 WS-APERTURA-ENTERO        PIC 9(7) VALUE 0.
       01 WS-DIAS-ABIERTO           PIC S9(5) VALUE 0.
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-C                      PIC 9(3) VALUE 0.
       01 WS-NUM-CLIENTES           PIC 9(3) VALUE 0.
       01 WS-ABIERTOS               PIC 9(5) VALUE 0.
       01 WS-MAS-30                 PIC 9(5) VALUE 0.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".

      * Casos vivos (ABIERTO o EN REVISION) acumulados por cliente
      * en cubetas de antiguedad 0-30 / 31-60 / 61-90 / mas de 90
      * dias desde la apertura, con el caso mas viejo de cada uno.
       01 WS-TABLA-AGING.
           05 WS-AGE-ENTRY OCCURS 200 TIMES.
               10 WS-AGE-CUST       PIC 9(6).
               10 WS-AGE-C30        PIC 9(4).
               10 WS-AGE-I30        PIC S9(11)V99.
               10 WS-AGE-C60        PIC 9(4).
               10 WS-AGE-I60        PIC S9(11)V99.
               10 WS-AGE-C90        PIC 9(4).
               10 WS-AGE-I90        PIC S9(11)V99.
               10 WS-AGE-CMAS       PIC 9(4).
               10 WS-AGE-IMAS       PIC S9(11)V99.
               10 WS-AGE-VIEJO-CASO PIC 9(6).
               10 WS-AGE-VIEJO-DIAS PIC 9(5).

       COPY "SUCTABLA.cpy".
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Envejecimiento de disputas para supervision: todo caso de
      * DISPUTAS.DAT que siga ABIERTO o EN REVISION se acumula por
      * cliente en cubetas de 30/60/90 dias contados desde su
      * apertura, con conteo e importe disputado por cubeta y el
      * caso mas viejo de cada cliente. RETURN-CODE 4 cuando hay
      * casos con mas de 30 dias sin resolver. La sucursal del
      * caso es la del cliente; fuera de casa matriz solo salen
      * los de la sucursal del operador.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-NUM-CLIENTES.
           MOVE 0 TO WS-ABIERTOS.
           MOVE 0 TO WS-MAS-30.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-SYS-DATE).
           PERFORM ELEGIR-SUCURSAL.

           OPEN INPUT DISPUTA-FILE.
           IF WS-DISPUTA-FILE-STATUS NOT = "00"
               DISPLAY "SIN EXPEDIENTE DE DISPUTAS (DISPUTAS.DAT)."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DISPUTA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF DISP-ESTADO = "A" OR DISP-ESTADO = "R"
                               PERFORM FILTRAR-CASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTA-FILE
           END-IF.

           PERFORM IMPRIMIR-AGING.
           IF WS-MAS-30 > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       FILTRAR-CASO.
           CALL "SUCURSAL-CLIENTE" USING DISP-CUST WS-SUC-FILA
               WS-SUC-PERMITIDO.
           PERFORM FILA-DE-SUCURSAL.
           IF WS-SUC-REPORTE = SPACES
               OR WS-SUC-FILA = WS-SUC-REPORTE
               PERFORM EVALUAR-CASO
               MOVE DISP-IMPORTE TO WS-SUC-IMPORTE
               MOVE "S" TO WS-SUC-CONTAR
               PERFORM ACUMULAR-SUCURSAL
           END-IF.

       EVALUAR-CASO.
           ADD 1 TO WS-ABIERTOS.
           COMPUTE WS-APERTURA-ENTERO =
               FUNCTION INTEGER-OF-DATE(DISP-FECHA-APERTURA).
           COMPUTE WS-DIAS-ABIERTO =
               WS-HOY-ENTERO - WS-APERTURA-ENTERO.
           IF WS-DIAS-ABIERTO > 30
               ADD 1 TO WS-MAS-30
           END-IF.
           PERFORM BUSCAR-CLIENTE-AGING.
           IF WS-C > 0
               PERFORM ACUMULAR-CUBETA
               IF WS-DIAS-ABIERTO >= WS-AGE-VIEJO-DIAS(WS-C)
                   MOVE WS-DIAS-ABIERTO TO WS-AGE-VIEJO-DIAS(WS-C)
                   MOVE DISP-CASO TO WS-AGE-VIEJO-CASO(WS-C)
               END-IF
           END-IF.

       BUSCAR-CLIENTE-AGING.
           MOVE 0 TO WS-C.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CLIENTES
               IF WS-AGE-CUST(WS-IDX) = DISP-CUST
                   MOVE WS-IDX TO WS-C
                   MOVE WS-NUM-CLIENTES TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-C = 0 AND WS-NUM-CLIENTES < 200
               ADD 1 TO WS-NUM-CLIENTES
               MOVE WS-NUM-CLIENTES TO WS-C
               INITIALIZE WS-AGE-ENTRY(WS-C)
               MOVE DISP-CUST TO WS-AGE-CUST(WS-C)
           END-IF.

       ACUMULAR-CUBETA.
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTO <= 30
                   ADD 1 TO WS-AGE-C30(WS-C)
                   ADD DISP-IMPORTE TO WS-AGE-I30(WS-C)
               WHEN WS-DIAS-ABIERTO <= 60
                   ADD 1 TO WS-AGE-C60(WS-C)
                   ADD DISP-IMPORTE TO WS-AGE-I60(WS-C)
               WHEN WS-DIAS-ABIERTO <= 90
                   ADD 1 TO WS-AGE-C90(WS-C)
                   ADD DISP-IMPORTE TO WS-AGE-I90(WS-C)
               WHEN OTHER
                   ADD 1 TO WS-AGE-CMAS(WS-C)
                   ADD DISP-IMPORTE TO WS-AGE-IMAS(WS-C)
           END-EVALUATE.

       IMPRIMIR-AGING.
           DISPLAY "DISPUTAS ABIERTAS POR CLIENTE AL " WS-SYS-DATE
               " - " WS-SUC-TITULO ":".
           DISPLAY "----------------------------------------------".
           IF WS-NUM-CLIENTES = 0
               DISPLAY "  NINGUN CASO ABIERTO."
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CLIENTES
               DISPLAY "CLIENTE " WS-AGE-CUST(WS-IDX)
                   " - CASO MAS VIEJO " WS-AGE-VIEJO-CASO(WS-IDX)
                   " (" WS-AGE-VIEJO-DIAS(WS-IDX) " DIAS):"
               MOVE WS-AGE-I30(WS-IDX) TO WS-TOTAL-TEXTO
               DISPLAY "   0-30 DIAS: " WS-AGE-C30(WS-IDX)
                   " CASOS, " FUNCTION TRIM(WS-TOTAL-TEXTO)
               MOVE WS-AGE-I60(WS-IDX) TO WS-TOTAL-TEXTO
               DISPLAY "  31-60 DIAS: " WS-AGE-C60(WS-IDX)
                   " CASOS, " FUNCTION TRIM(WS-TOTAL-TEXTO)
               MOVE WS-AGE-I90(WS-IDX) TO WS-TOTAL-TEXTO
               DISPLAY "  61-90 DIAS: " WS-AGE-C90(WS-IDX)
                   " CASOS, " FUNCTION TRIM(WS-TOTAL-TEXTO)
               MOVE WS-AGE-IMAS(WS-IDX) TO WS-TOTAL-TEXTO
               DISPLAY "  MAS DE 90 : " WS-AGE-CMAS(WS-IDX)
                   " CASOS, " FUNCTION TRIM(WS-TOTAL-TEXTO)
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           DISPLAY "CASOS ABIERTOS EN TOTAL: " WS-ABIERTOS
               "  CON MAS DE 30 DIAS: " WS-MAS-30.
           PERFORM IMPRIMIR-SUCURSALES.

      *-----------------------------------------------------------
      * Consolidado: un renglon por sucursal con los casos vivos y
      * el importe disputado de cada oficina.
      *-----------------------------------------------------------
       IMPRIMIR-SUCURSALES.
           IF WS-SUC-REPORTE = SPACES
               DISPLAY " "
               DISPLAY "SUBTOTALES POR SUCURSAL:"
               PERFORM VARYING WS-SUC-I FROM 1 BY 1
                       UNTIL WS-SUC-I > WS-SUC-NUM
                   MOVE WS-SUC-TOTAL(WS-SUC-I) TO WS-SUC-TEXTO
                   DISPLAY "  SUCURSAL " WS-SUC-CODIGO(WS-SUC-I)
                       "  CASOS " WS-SUC-CUENTA(WS-SUC-I)
                       "  DISPUTADO " FUNCTION TRIM(WS-SUC-TEXTO)
               END-PERFORM
               IF WS-SUC-DESBORDE = "S"
                   DISPLAY "AVISO: MAS DE 20 SUCURSALES; EL DESGLOSE"
                       " ESTA INCOMPLETO, EL TOTAL NO."
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Sucursal del reporte: fuera de casa matriz es siempre la
      * del operador; casa matriz elige una o deja el consolidado
      * con subtotales por sucursal.
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
               DISPLAY "SUCURSAL A REPORTAR (ENTER = CONSOLIDADO):"
               ACCEPT WS-SUC-REPORTE
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

       END PROGRAM REPORTE-DISPUTAS.
