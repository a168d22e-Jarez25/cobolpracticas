       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ACCESOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESOS-FILE-STATUS.

           SELECT ACCESOCFG-FILE ASSIGN TO "ACCESOCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESOCFG-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ACCSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESOS-FILE.
           COPY "ACCESO.cpy".

       FD  ACCESOCFG-FILE.
       01 ACCESOCFG-LINE          PIC X(20).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-OPERADOR       PIC X(10).
           05 SORT-FECHA          PIC 9(8).
           05 SORT-CUST           PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-ACCESOS-FILE-STATUS  PIC XX VALUE "00".
       01 WS-ACCESOCFG-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-FLAG             PIC X VALUE "N".
       01 WS-FECHA-DESDE          PIC 9(8) VALUE 0.
       01 WS-FECHA-HASTA          PIC 9(8) VALUE 0.
       01 WS-CUST-BUSCADO         PIC 9(6) VALUE 0.
       01 WS-OPER-BUSCADO         PIC X(10) VALUE SPACES.
       01 WS-UMBRAL-DIA           PIC 9(4) VALUE 30.
       01 WS-CFG-1                PIC X(10) VALUE SPACES.
       01 WS-HALLADOS             PIC 9(7) VALUE 0.
       01 WS-MARCADOS             PIC 9(5) VALUE 0.
       01 WS-PRIMERA-VEZ          PIC X VALUE "S".
       01 WS-ANT-OPERADOR         PIC X(10) VALUE SPACES.
       01 WS-ANT-FECHA            PIC 9(8) VALUE 0.
       01 WS-ANT-CUST             PIC 9(6) VALUE 0.
       01 WS-DISTINTOS            PIC 9(5) VALUE 0.
       01 WS-NOMBRE-OPER          PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Reporte de consultas a clientes desde ACCESOS.DAT para la
      * revision de privacidad. Para el periodo pedido lista quien
      * vio a un cliente (dando el cliente), que vio un operador
      * (dando el operador) o todo el periodo (sin ninguno de los
      * dos). Despues marca a los operadores que en un mismo dia
      * consultaron por ID mas clientes distintos que el umbral de
      * ACCESOCFG.DAT (30 si no hay archivo); los listados de
      * rango o de estados de cuenta no cuentan para la marca.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           DISPLAY "FECHA INICIAL (YYYYMMDD):"
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "FECHA FINAL (0 = SOLO ESA FECHA):"
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-HASTA < WS-FECHA-DESDE
               MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
           END-IF.
           DISPLAY "CLIENTE (0 = TODOS):"
           ACCEPT WS-CUST-BUSCADO.
           DISPLAY "OPERADOR (VACIO = TODOS):"
           ACCEPT WS-OPER-BUSCADO.
           PERFORM LEER-PARAMETROS.
           DISPLAY " ".
           DISPLAY "CONSULTAS A CLIENTES DEL " WS-FECHA-DESDE
               " AL " WS-FECHA-HASTA.
           IF WS-CUST-BUSCADO NOT = 0
               DISPLAY "CLIENTE: " WS-CUST-BUSCADO
           END-IF.
           IF WS-OPER-BUSCADO NOT = SPACES
               DISPLAY "OPERADOR: " WS-OPER-BUSCADO
           END-IF.
           PERFORM LISTAR-CONSULTAS.
           DISPLAY " ".
           DISPLAY "OPERADORES CON MAS DE " WS-UMBRAL-DIA
               " CLIENTES DISTINTOS CONSULTADOS EN UN DIA:".
           MOVE 0 TO WS-MARCADOS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-OPERADOR SORT-FECHA SORT-CUST
               INPUT PROCEDURE IS CARGAR-CONSULTAS-DIA
               OUTPUT PROCEDURE IS CONTAR-CLIENTES-DIA.
           IF WS-MARCADOS = 0
               DISPLAY "  NINGUNO."
           END-IF.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT ACCESOCFG-FILE.
           IF WS-ACCESOCFG-FILE-STATUS = "00"
               READ ACCESOCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1
                       UNSTRING ACCESOCFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1
                       IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                           AND FUNCTION NUMVAL(WS-CFG-1) > 0
                           AND FUNCTION NUMVAL(WS-CFG-1) < 10000
                           MOVE FUNCTION NUMVAL(WS-CFG-1)
                               TO WS-UMBRAL-DIA
                       END-IF
               END-READ
               CLOSE ACCESOCFG-FILE
           END-IF.

       LISTAR-CONSULTAS.
           MOVE 0 TO WS-HALLADOS.
           OPEN INPUT ACCESOS-FILE.
           IF WS-ACCESOS-FILE-STATUS NOT = "00"
               DISPLAY "  SIN BITACORA DE CONSULTAS (ACCESOS.DAT)."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCESOS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM FILTRAR-CONSULTA
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
               IF WS-HALLADOS = 0
                   DISPLAY "  NINGUNA CONSULTA EN EL PERIODO."
               ELSE
                   DISPLAY "  TOTAL DE CONSULTAS: " WS-HALLADOS
               END-IF
           END-IF.

       FILTRAR-CONSULTA.
           IF ACC-FECHA >= WS-FECHA-DESDE
               AND ACC-FECHA <= WS-FECHA-HASTA
               AND (WS-CUST-BUSCADO = 0
                    OR ACC-CUST = WS-CUST-BUSCADO)
               AND (WS-OPER-BUSCADO = SPACES
                    OR ACC-OPERADOR = WS-OPER-BUSCADO)
               ADD 1 TO WS-HALLADOS
               MOVE ACC-OPERADOR TO WS-NOMBRE-OPER
               IF WS-NOMBRE-OPER = SPACES
                   MOVE "(SIN FIRMA)" TO WS-NOMBRE-OPER
               END-IF
               DISPLAY "  " ACC-FECHA " " ACC-HORA
                   " " WS-NOMBRE-OPER
                   " " ACC-PROGRAMA
                   " CLIENTE " ACC-CUST
                   " " ACC-TIPO
           END-IF.

       CARGAR-CONSULTAS-DIA.
           OPEN INPUT ACCESOS-FILE.
           IF WS-ACCESOS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCESOS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ACC-FECHA >= WS-FECHA-DESDE
                               AND ACC-FECHA <= WS-FECHA-HASTA
                               AND ACC-TIPO = "I"
                               AND (WS-OPER-BUSCADO = SPACES
                                    OR ACC-OPERADOR = WS-OPER-BUSCADO)
                               MOVE ACC-OPERADOR TO SORT-OPERADOR
                               MOVE ACC-FECHA    TO SORT-FECHA
                               MOVE ACC-CUST     TO SORT-CUST
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
           END-IF.

      *-----------------------------------------------------------
      * En orden operador + fecha + cliente, cada cambio de
      * cliente dentro del mismo operador y dia es un cliente
      * distinto mas.
      *-----------------------------------------------------------
       CONTAR-CLIENTES-DIA.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "S" TO WS-PRIMERA-VEZ.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TRATAR-CONSULTA-DIA
               END-RETURN
           END-PERFORM.
           IF WS-PRIMERA-VEZ = "N"
               PERFORM CERRAR-DIA
           END-IF.

       TRATAR-CONSULTA-DIA.
           IF WS-PRIMERA-VEZ = "S"
               MOVE "N" TO WS-PRIMERA-VEZ
               PERFORM ABRIR-DIA
           ELSE
           IF SORT-OPERADOR NOT = WS-ANT-OPERADOR
               OR SORT-FECHA NOT = WS-ANT-FECHA
               PERFORM CERRAR-DIA
               PERFORM ABRIR-DIA
           ELSE
           IF SORT-CUST NOT = WS-ANT-CUST
               ADD 1 TO WS-DISTINTOS
               MOVE SORT-CUST TO WS-ANT-CUST
           END-IF
           END-IF
           END-IF.

       ABRIR-DIA.
           MOVE SORT-OPERADOR TO WS-ANT-OPERADOR.
           MOVE SORT-FECHA    TO WS-ANT-FECHA.
           MOVE SORT-CUST     TO WS-ANT-CUST.
           MOVE 1 TO WS-DISTINTOS.

       CERRAR-DIA.
           IF WS-DISTINTOS > WS-UMBRAL-DIA
               ADD 1 TO WS-MARCADOS
               MOVE WS-ANT-OPERADOR TO WS-NOMBRE-OPER
               IF WS-NOMBRE-OPER = SPACES
                   MOVE "(SIN FIRMA)" TO WS-NOMBRE-OPER
               END-IF
               DISPLAY "  ** " WS-NOMBRE-OPER " EL " WS-ANT-FECHA
                   ": " WS-DISTINTOS " CLIENTES DISTINTOS"
           END-IF.

       END PROGRAM REPORTE-ACCESOS.
