       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICA-RIESGO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIESGOCFG-FILE ASSIGN TO "RIESGOCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RIESGOCFG-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT BREACH-QUEUE-FILE ASSIGN TO "UMBRALQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BREACHQ-KEY
               FILE STATUS IS WS-BREACHQ-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT LIMIT-INDEX-FILE ASSIGN TO "LIMIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIMIDX-CUST
               FILE STATUS IS WS-LIMIDX-FILE-STATUS.

           SELECT RIESGO-FILE ASSIGN TO "RIESGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSG-CUST
               FILE STATUS IS WS-RIESGO-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Renglon 1: pesos de EXCESOS ESCALADOS DIAS-MORA PCT-USO
      * SALDO-MILES. Renglon 2: puntaje minimo de los grados B C D.
       FD  RIESGOCFG-FILE.
       01 RIESGOCFG-LINE            PIC X(60).

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  BREACH-QUEUE-FILE.
           COPY "UMBRALQ.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  LIMIT-INDEX-FILE.
           COPY "LIMIDX.cpy".

       FD  RIESGO-FILE.
           COPY "RIESGO.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RIESGOCFG-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-BREACHQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LIMIDX-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RIESGO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-CLIENTES           PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-HOY-ENTERO             PIC 9(7) VALUE 0.
       01 WS-VENTANA-ENTERO         PIC 9(7) VALUE 0.
       01 WS-FECHA-ENTERO           PIC 9(7) VALUE 0.
       01 WS-DIAS-VENCIDA           PIC S9(5) VALUE 0.
       01 WS-NUM-RENGLON            PIC 9 VALUE 0.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-CFG-2                  PIC X(10) VALUE SPACES.
       01 WS-CFG-3                  PIC X(10) VALUE SPACES.
       01 WS-CFG-4                  PIC X(10) VALUE SPACES.
       01 WS-CFG-5                  PIC X(10) VALUE SPACES.
       01 WS-IDX                    PIC 9(4) VALUE 0.
       01 WS-HALLADO                PIC 9(4) VALUE 0.
       01 WS-BUSCA-CUST             PIC 9(6) VALUE 0.
       01 WS-DESBORDE               PIC X VALUE "N".
       01 WS-REVISADOS              PIC 9(6) VALUE 0.
       01 WS-CAMBIOS                PIC 9(6) VALUE 0.
       01 WS-NUEVOS                 PIC 9(6) VALUE 0.
       01 WS-GRADO-ANTERIOR         PIC X VALUE SPACE.
       01 WS-GRADO-NUEVO            PIC X VALUE SPACE.
       01 WS-TIENE-RIESGO           PIC X VALUE "N".
       01 WS-PUNTAJE-TEXTO          PIC Z(6)9.99.

      * Pesos y cortes; los valores de aqui rigen si RIESGOCFG.DAT
      * falta o trae un renglon mal formado.
       01 WS-PESO-EXCESOS           PIC 9(3)V99 VALUE 10.
       01 WS-PESO-ESCALADOS         PIC 9(3)V99 VALUE 25.
       01 WS-PESO-DIAS-MORA         PIC 9(3)V99 VALUE 0.50.
       01 WS-PESO-PCT-USO           PIC 9(3)V99 VALUE 0.20.
       01 WS-PESO-SALDO             PIC 9(3)V99 VALUE 0.01.
       01 WS-CORTE-B                PIC 9(7)V99 VALUE 20.
       01 WS-CORTE-C                PIC 9(7)V99 VALUE 50.
       01 WS-CORTE-D                PIC 9(7)V99 VALUE 100.

      * Los excesos cuentan en una ventana de 90 dias hacia atras
      * desde la fecha de negocio.
       01 WS-DIAS-VENTANA           PIC 9(3) VALUE 90.

      * Componentes del cliente en curso.
       01 WS-EXCESOS                PIC 9(4) VALUE 0.
       01 WS-ESCALADOS              PIC 9(4) VALUE 0.
       01 WS-DIAS-MORA              PIC 9(5) VALUE 0.
       01 WS-PCT-USO                PIC 9(5) VALUE 0.
       01 WS-SALDO-MILES            PIC 9(9) VALUE 0.
       01 WS-LIMITE                 PIC 9(11)V99 VALUE 0.
       01 WS-PUNTAJE                PIC 9(7)V99 VALUE 0.

      * Lo que UMBRALQ y CUOTMAST dicen de cada cliente (ninguno
      * esta indexado por cliente): excesos en la ventana,
      * escalados abiertos y el atraso mas largo de sus cuotas.
       01 WS-NUM-CLIENTES           PIC 9(4) VALUE 0.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-CUST       PIC 9(6).
               10 WS-CLI-EXCESOS    PIC 9(4).
               10 WS-CLI-ESCALADOS  PIC 9(4).
               10 WS-CLI-DIAS-MORA  PIC 9(5).

       01 WS-HAY-LIMITES            PIC X VALUE "N".

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Calificacion de riesgo nocturna. Por cada cliente activo
      * se juntan en un puntaje los ingredientes que hoy viven
      * separados: excesos de umbral de los ultimos 90 dias y
      * escalados abiertos (UMBRALQ.DAT), el atraso mas largo de
      * sus cuotas pendientes (CUOTMAST.DAT), el uso de su limite
      * de exposicion en el dia (LIMIDX.DAT contra el movimiento
      * de CUSTBAL.DAT) y el saldo arrastrado. Puntaje = suma de
      * componente por peso (RIESGOCFG.DAT); el grado A-D sale de
      * los cortes. El grado y la fecha en que se asigno quedan en
      * RIESGO.DAT; la fecha solo se mueve cuando el grado cambia,
      * y REPORTE-RIESGO lista los que cambiaron. Corre despues de
      * POSTEA-SALDOS. RETURN-CODE 4 si algun cliente subio a D.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           MOVE 0 TO WS-REVISADOS.
           MOVE 0 TO WS-CAMBIOS.
           MOVE 0 TO WS-NUEVOS.
           MOVE 0 TO WS-NUM-CLIENTES.
           MOVE "N" TO WS-DESBORDE.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           COMPUTE WS-VENTANA-ENTERO =
               WS-HOY-ENTERO - WS-DIAS-VENTANA.
           PERFORM LEER-PARAMETROS.
           PERFORM CARGAR-EXCESOS.
           PERFORM CARGAR-CUOTAS.

           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUSTIDX.DAT. CORRE"
                   " CONVIERTE-CLIENTES."
               MOVE "NO SE PUDO ABRIR CUSTIDX.DAT PARA RIESGO."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RIESGO-FILE.
           IF WS-RIESGO-FILE-STATUS = "35"
               OPEN OUTPUT RIESGO-FILE
               CLOSE RIESGO-FILE
               OPEN I-O RIESGO-FILE
           END-IF.
           IF WS-RIESGO-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RIESGO.DAT ("
                   WS-RIESGO-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR RIESGO.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               CLOSE CUST-INDEX-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-BALANCE-FILE.
           MOVE "N" TO WS-HAY-LIMITES.
           OPEN INPUT LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-HAY-LIMITES
           END-IF.

           MOVE "N" TO WS-EOF-CLIENTES.
           PERFORM UNTIL WS-EOF-CLIENTES = "Y"
               READ CUST-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CUSTMAST-STATUS NOT = "I"
                           PERFORM CALIFICAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUST-INDEX-FILE.
           CLOSE RIESGO-FILE.
           IF WS-CUSTBAL-FILE-STATUS NOT = "35"
               CLOSE CUST-BALANCE-FILE
           END-IF.
           IF WS-HAY-LIMITES = "S"
               CLOSE LIMIT-INDEX-FILE
           END-IF.
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: MAS DE 3000 CLIENTES CON EXCESOS O"
                   " CUOTAS; LOS DEMAS SE CALIFICAN SIN ESOS"
                   " COMPONENTES."
               MOVE "TABLA DE RIESGO DESBORDADA (3000 CLIENTES)."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           END-IF.
           DISPLAY "CALIFICACION DE RIESGO DEL " WS-FECHA-NEGOCIO ":".
           DISPLAY "  CLIENTES CALIFICADOS : " WS-REVISADOS.
           DISPLAY "  GRADOS QUE CAMBIARON : " WS-CAMBIOS.
           DISPLAY "  CLIENTES NUEVOS      : " WS-NUEVOS.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       LEER-PARAMETROS.
           MOVE 0 TO WS-NUM-RENGLON.
           OPEN INPUT RIESGOCFG-FILE.
           IF WS-RIESGOCFG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-RENGLON = 2
                   READ RIESGOCFG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-NUM-RENGLON
                           PERFORM TOMAR-RENGLON-CFG
                   END-READ
               END-PERFORM
               CLOSE RIESGOCFG-FILE
           END-IF.

       TOMAR-RENGLON-CFG.
           MOVE SPACES TO WS-CFG-1 WS-CFG-2 WS-CFG-3 WS-CFG-4
               WS-CFG-5.
           UNSTRING RIESGOCFG-LINE DELIMITED BY ALL SPACE
               INTO WS-CFG-1 WS-CFG-2 WS-CFG-3 WS-CFG-4 WS-CFG-5.
           IF WS-NUM-RENGLON = 1
               IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CFG-3) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CFG-4) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CFG-5) = 0
                   COMPUTE WS-PESO-EXCESOS =
                       FUNCTION NUMVAL(WS-CFG-1)
                   COMPUTE WS-PESO-ESCALADOS =
                       FUNCTION NUMVAL(WS-CFG-2)
                   COMPUTE WS-PESO-DIAS-MORA =
                       FUNCTION NUMVAL(WS-CFG-3)
                   COMPUTE WS-PESO-PCT-USO =
                       FUNCTION NUMVAL(WS-CFG-4)
                   COMPUTE WS-PESO-SALDO =
                       FUNCTION NUMVAL(WS-CFG-5)
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                   AND FUNCTION TEST-NUMVAL(WS-CFG-3) = 0
                   AND FUNCTION NUMVAL(WS-CFG-1)
                       < FUNCTION NUMVAL(WS-CFG-2)
                   AND FUNCTION NUMVAL(WS-CFG-2)
                       < FUNCTION NUMVAL(WS-CFG-3)
                   COMPUTE WS-CORTE-B = FUNCTION NUMVAL(WS-CFG-1)
                   COMPUTE WS-CORTE-C = FUNCTION NUMVAL(WS-CFG-2)
                   COMPUTE WS-CORTE-D = FUNCTION NUMVAL(WS-CFG-3)
               END-IF
           END-IF.

      *    Excesos del cliente dentro de la ventana (cualquier
      *    estado) y los que siguen ESCALADOS sin resolver.
       CARGAR-EXCESOS.
           OPEN INPUT BREACH-QUEUE-FILE.
           IF WS-BREACHQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ BREACH-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF BREACHQ-CUST > 0
                               PERFORM ANOTAR-EXCESO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREACH-QUEUE-FILE
           END-IF.

       ANOTAR-EXCESO.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(BREACHQ-DATE).
           IF WS-FECHA-ENTERO > WS-VENTANA-ENTERO
               OR BREACHQ-ESTADO = "ESCALADO"
               MOVE BREACHQ-CUST TO WS-BUSCA-CUST
               PERFORM OBTENER-CLIENTE
               IF WS-HALLADO > 0
                   IF WS-FECHA-ENTERO > WS-VENTANA-ENTERO
                       ADD 1 TO WS-CLI-EXCESOS(WS-HALLADO)
                   END-IF
                   IF BREACHQ-ESTADO = "ESCALADO"
                       ADD 1 TO WS-CLI-ESCALADOS(WS-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *    Atraso mas largo entre las cuotas pendientes vencidas,
      *    contado desde FECHA-VENC como en AVISOS-COBRANZA.
       CARGAR-CUOTAS.
           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUOTMAST-ESTADO = "P"
                               PERFORM ANOTAR-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTA-MASTER-FILE
           END-IF.

       ANOTAR-CUOTA.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(CUOTMAST-FECHA-VENC).
           COMPUTE WS-DIAS-VENCIDA = WS-HOY-ENTERO - WS-FECHA-ENTERO.
           IF WS-DIAS-VENCIDA > 0
               MOVE CUOTMAST-CUST TO WS-BUSCA-CUST
               PERFORM OBTENER-CLIENTE
               IF WS-HALLADO > 0
                   IF WS-DIAS-VENCIDA > WS-CLI-DIAS-MORA(WS-HALLADO)
                       MOVE WS-DIAS-VENCIDA
                           TO WS-CLI-DIAS-MORA(WS-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Puntaje del cliente: cada componente por su peso. El uso
      * del limite es el movimiento neto del dia (lo mismo que
      * vigila VERIFICAR-EXPOSICION) como porcentaje del limite;
      * sin limite no suma. El saldo entra en miles.
      *-----------------------------------------------------------
       CALIFICAR-CLIENTE.
           ADD 1 TO WS-REVISADOS.
           MOVE 0 TO WS-EXCESOS WS-ESCALADOS WS-DIAS-MORA
               WS-PCT-USO WS-SALDO-MILES.
           MOVE CUSTMAST-ID TO WS-BUSCA-CUST.
           PERFORM BUSCAR-CLIENTE.
           IF WS-HALLADO > 0
               MOVE WS-CLI-EXCESOS(WS-HALLADO)   TO WS-EXCESOS
               MOVE WS-CLI-ESCALADOS(WS-HALLADO) TO WS-ESCALADOS
               MOVE WS-CLI-DIAS-MORA(WS-HALLADO) TO WS-DIAS-MORA
           END-IF.
           PERFORM BUSCAR-LIMITE.
           IF WS-CUSTBAL-FILE-STATUS NOT = "35"
               MOVE CUSTMAST-ID TO CUSTBAL-CUST
               READ CUST-BALANCE-FILE
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   COMPUTE WS-SALDO-MILES =
                       FUNCTION ABS(CUSTBAL-SALDO-FINAL) / 1000
                   IF WS-LIMITE > 0
                       AND CUSTBAL-FECHA-POSTEO = WS-FECHA-NEGOCIO
                       COMPUTE WS-PCT-USO =
                           FUNCTION ABS(CUSTBAL-MOVIMIENTO) * 100
                           / WS-LIMITE
                           ON SIZE ERROR
                               MOVE 99999 TO WS-PCT-USO
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-PUNTAJE ROUNDED =
               WS-EXCESOS     * WS-PESO-EXCESOS
             + WS-ESCALADOS   * WS-PESO-ESCALADOS
             + WS-DIAS-MORA   * WS-PESO-DIAS-MORA
             + WS-PCT-USO     * WS-PESO-PCT-USO
             + WS-SALDO-MILES * WS-PESO-SALDO
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-PUNTAJE
           END-COMPUTE.
           EVALUATE TRUE
               WHEN WS-PUNTAJE >= WS-CORTE-D
                   MOVE "D" TO WS-GRADO-NUEVO
               WHEN WS-PUNTAJE >= WS-CORTE-C
                   MOVE "C" TO WS-GRADO-NUEVO
               WHEN WS-PUNTAJE >= WS-CORTE-B
                   MOVE "B" TO WS-GRADO-NUEVO
               WHEN OTHER
                   MOVE "A" TO WS-GRADO-NUEVO
           END-EVALUATE.
           PERFORM GRABAR-CALIFICACION.

       BUSCAR-LIMITE.
           MOVE 0 TO WS-LIMITE.
           IF WS-HAY-LIMITES = "S"
               MOVE CUSTMAST-ID TO LIMIDX-CUST
               READ LIMIT-INDEX-FILE
               IF WS-LIMIDX-FILE-STATUS = "00"
                   MOVE LIMIDX-MONTO TO WS-LIMITE
               END-IF
           END-IF.

      *    El grado anterior se conserva; la fecha del grado solo
      *    se mueve si el grado cambio. Una recorrida el mismo dia
      *    no pisa el grado anterior con el de hoy.
       GRABAR-CALIFICACION.
           MOVE CUSTMAST-ID TO RSG-CUST.
           READ RIESGO-FILE.
           IF WS-RIESGO-FILE-STATUS = "00"
               MOVE "S" TO WS-TIENE-RIESGO
               IF RSG-FECHA-CALC = WS-FECHA-NEGOCIO
                   AND RSG-FECHA-GRADO = WS-FECHA-NEGOCIO
                   MOVE RSG-GRADO-ANT TO WS-GRADO-ANTERIOR
               ELSE
                   MOVE RSG-GRADO TO WS-GRADO-ANTERIOR
               END-IF
           ELSE
               MOVE "N" TO WS-TIENE-RIESGO
               MOVE SPACE TO WS-GRADO-ANTERIOR
               MOVE SPACES TO RIESGO-RECORD
               MOVE CUSTMAST-ID TO RSG-CUST
           END-IF.
           IF WS-GRADO-NUEVO NOT = WS-GRADO-ANTERIOR
               MOVE WS-GRADO-ANTERIOR TO RSG-GRADO-ANT
               MOVE WS-FECHA-NEGOCIO  TO RSG-FECHA-GRADO
               IF WS-GRADO-ANTERIOR = SPACE
                   ADD 1 TO WS-NUEVOS
               ELSE
                   ADD 1 TO WS-CAMBIOS
                   MOVE WS-PUNTAJE TO WS-PUNTAJE-TEXTO
                   DISPLAY "  CLIENTE " CUSTMAST-ID " DE "
                       WS-GRADO-ANTERIOR " A " WS-GRADO-NUEVO
                       " (PUNTAJE " FUNCTION TRIM(WS-PUNTAJE-TEXTO)
                       ")"
               END-IF
               IF WS-GRADO-NUEVO = "D" AND WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           END-IF.
           MOVE WS-GRADO-NUEVO   TO RSG-GRADO.
           MOVE WS-PUNTAJE       TO RSG-PUNTAJE.
           MOVE WS-FECHA-NEGOCIO TO RSG-FECHA-CALC.
           MOVE WS-EXCESOS       TO RSG-EXCESOS.
           MOVE WS-ESCALADOS     TO RSG-ESCALADOS.
           MOVE WS-DIAS-MORA     TO RSG-DIAS-MORA.
           MOVE WS-PCT-USO       TO RSG-PCT-USO.
           MOVE WS-SALDO-MILES   TO RSG-SALDO-MILES.
           IF WS-TIENE-RIESGO = "S"
               REWRITE RIESGO-RECORD
           ELSE
               WRITE RIESGO-RECORD
           END-IF.
           IF WS-RIESGO-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR " WS-RIESGO-FILE-STATUS
                   " GRABANDO RIESGO DEL CLIENTE " CUSTMAST-ID
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           END-IF.

      *    Posicion del cliente en la tabla, o cero.
       BUSCAR-CLIENTE.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-CLIENTES
               IF WS-CLI-CUST(WS-IDX) = WS-BUSCA-CUST
                   MOVE WS-IDX TO WS-HALLADO
                   MOVE WS-NUM-CLIENTES TO WS-IDX
               END-IF
           END-PERFORM.

      *    Posicion del cliente en la tabla; si no estaba se agrega.
       OBTENER-CLIENTE.
           PERFORM BUSCAR-CLIENTE.
           IF WS-HALLADO = 0
               IF WS-NUM-CLIENTES < 3000
                   ADD 1 TO WS-NUM-CLIENTES
                   MOVE WS-NUM-CLIENTES TO WS-HALLADO
                   MOVE WS-BUSCA-CUST TO WS-CLI-CUST(WS-HALLADO)
                   MOVE 0 TO WS-CLI-EXCESOS(WS-HALLADO)
                   MOVE 0 TO WS-CLI-ESCALADOS(WS-HALLADO)
                   MOVE 0 TO WS-CLI-DIAS-MORA(WS-HALLADO)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.

       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "CALIFICA-RIESGO"  TO ERRLOG-PROGRAM
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

       END PROGRAM CALIFICA-RIESGO.
