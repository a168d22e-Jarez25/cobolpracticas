       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PLANES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CALC-LOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  CALC-LOG-FILE.
           COPY "CALCLOG.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-CONTINUAR              PIC X VALUE "S".
       01 WS-CONFIRMA               PIC X VALUE "N".
       01 WS-ACCION                 PIC 9 VALUE 0.
       01 WS-PLAN                   PIC 9(6) VALUE 0.
       01 WS-PLAN-EXISTE            PIC X VALUE "N".
       01 WS-PLAN-CUST              PIC 9(6) VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-FECHA-CAPTURA          PIC X(8) VALUE SPACES.
       01 WS-FECHA-CORTE            PIC 9(8) VALUE 0.
       01 WS-HIST-SEQ               PIC 9(5) VALUE 0.
       01 WS-IMPORTE-TEXTO          PIC -(9)9.99.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.

      * Foto del plan: lo pendiente a la fecha de corte, partido
      * en vencido y por vencer, y el ultimo numero de cuota usado.
       01 WS-PEND-CUOTAS            PIC 9(3) VALUE 0.
       01 WS-PEND-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-VENC-CUOTAS            PIC 9(3) VALUE 0.
       01 WS-VENC-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-FUT-CUOTAS             PIC 9(3) VALUE 0.
       01 WS-FUT-TOTAL              PIC S9(11)V99 VALUE 0.
       01 WS-MAX-NUM                PIC 9(3) VALUE 0.
       01 WS-MARCADAS               PIC 9(3) VALUE 0.
       01 WS-ERROR-ES               PIC X VALUE "N".

      * Calendario del plan nuevo, mismo reparto que OPCION 7:
      * cuota base truncada al centavo, la ultima absorbe el
      * residuo.
       01 WS-NUEVAS-CAPTURA         PIC X(3) VALUE SPACES.
       01 WS-NUEVAS                 PIC 9(3) VALUE 0.
       01 WS-NUEVAS-MENOS1          PIC 9(3) VALUE 0.
       01 WS-CUOTA-BASE             PIC S9(9)V99 VALUE 0.
       01 WS-CUOTA-FINAL            PIC S9(9)V99 VALUE 0.
       01 WS-CUOTA-IMPORTE          PIC S9(9)V99 VALUE 0.
       01 WS-CUOTA-IDX              PIC 9(3) VALUE 0.
       01 WS-CUOTA-NUM              PIC 9(3) VALUE 0.
       01 WS-CUOTA-FECHA.
           05 WS-CF-ANO             PIC 9(4).
           05 WS-CF-MES             PIC 9(2).
           05 WS-CF-DIA             PIC 9(2).
       01 WS-CUOTA-VENC             PIC 9(8) VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-SUC-PERMITIDO         PIC X VALUE "S".
       01 WS-CUST-SUCURSAL         PIC X(3) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       01 WS-RED-OPERACION         PIC X(10) VALUE "7".
       01 WS-RED-PROGRAMA          PIC X(20) VALUE "MANTIENE-PLANES".
       01 WS-RED-REGISTRA          PIC X VALUE "N".
       01 WS-RED-REGLA             PIC X(6) VALUE SPACES.
       01 WS-RED-EXACTO            PIC S9(11)V9(7) VALUE 0.
       01 WS-RED-VALOR             PIC S9(11)V99 VALUE 0.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Mantenimiento de planes de cuotas vivos en CUOTMAST.DAT:
      *   1. Cotiza la liquidacion anticipada a una fecha: todo lo
      *      pendiente del plan, separado en vencido y por vencer.
      *   2. Liquida el plan en una sola operacion: cada cuota
      *      pendiente queda cobrada con la fecha de liquidacion y
      *      el total entra a la historia como un solo pago TIPO
      *      "P" (NUM2 = 0), que POSTEA-SALDOS lleva a CUSTBAL.
      *   3. Reprograma lo pendiente: las cuotas sin pagar quedan
      *      como sustituidas ("S") y el mismo saldo se reparte en
      *      un calendario nuevo, con el mismo numero de plan y
      *      numeros de cuota a continuacion del ultimo usado. El
      *      saldo del cliente no cambia, por eso no hay asiento.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           OPEN I-O CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUOTMAST.DAT ("
                   WS-CUOTMAST-FILE-STATUS "). GENERA UN PLAN"
                   " PRIMERO."
               GOBACK
           END-IF.
           MOVE "S" TO WS-CONTINUAR.
           PERFORM CICLO-PLANES
               UNTIL WS-CONTINUAR NOT = "S"
                 AND WS-CONTINUAR NOT = "s".
           CLOSE CUOTA-MASTER-FILE.
           DISPLAY "MANTENIMIENTO DE PLANES TERMINADO.".
           GOBACK.

       CICLO-PLANES.
           DISPLAY " ".
           DISPLAY "NUMERO DE PLAN:"
           ACCEPT WS-PLAN.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CORTE.
           PERFORM MEDIR-PLAN.
           IF WS-PLAN-EXISTE = "S"
      *        Solo planes de clientes de la sucursal del operador,
      *        salvo que sea de casa matriz.
               CALL "SUCURSAL-CLIENTE" USING WS-PLAN-CUST
                   WS-CUST-SUCURSAL WS-SUC-PERMITIDO
           END-IF.
           EVALUATE TRUE
               WHEN WS-PLAN-EXISTE NOT = "S"
                   DISPLAY "EL PLAN " WS-PLAN
                       " NO EXISTE EN CUOTMAST.DAT."
               WHEN WS-SUC-PERMITIDO NOT = "S"
                   DISPLAY "PLAN DE UN CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "); OPERACION NO PERMITIDA."
               WHEN WS-PEND-CUOTAS = 0
                   DISPLAY "EL PLAN " WS-PLAN
                       " NO TIENE CUOTAS PENDIENTES."
               WHEN OTHER
                   DISPLAY "1. COTIZAR LIQUIDACION ANTICIPADA"
                   DISPLAY "2. LIQUIDAR EL PLAN"
                   DISPLAY "3. REPROGRAMAR LO PENDIENTE"
                   DISPLAY "ACCION:"
                   ACCEPT WS-ACCION
                   EVALUATE WS-ACCION
                       WHEN 1
                           PERFORM COTIZAR-LIQUIDACION
                       WHEN 2
                           PERFORM LIQUIDAR-PLAN
                       WHEN 3
                           PERFORM REPROGRAMAR-PLAN
                       WHEN OTHER
                           DISPLAY "ACCION INVALIDA."
                   END-EVALUATE
           END-EVALUATE.
           DISPLAY "OTRO PLAN? (S/N):"
           ACCEPT WS-CONTINUAR.

      *-----------------------------------------------------------
      * Recorre las filas del plan y acumula lo pendiente a
      * WS-FECHA-CORTE. Las sustituidas y las cobradas solo cuentan
      * para el ultimo numero de cuota usado.
      *-----------------------------------------------------------
       MEDIR-PLAN.
           MOVE "N" TO WS-PLAN-EXISTE.
           MOVE 0 TO WS-PEND-CUOTAS WS-PEND-TOTAL.
           MOVE 0 TO WS-VENC-CUOTAS WS-VENC-TOTAL.
           MOVE 0 TO WS-FUT-CUOTAS WS-FUT-TOTAL.
           MOVE 0 TO WS-MAX-NUM WS-PLAN-CUST.
           PERFORM POSICIONAR-PLAN.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUOTMAST-PLAN NOT = WS-PLAN
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           MOVE "S" TO WS-PLAN-EXISTE
                           MOVE CUOTMAST-CUST TO WS-PLAN-CUST
                           MOVE CUOTMAST-NUM TO WS-MAX-NUM
                           IF CUOTMAST-ESTADO = "P"
                               PERFORM ACUMULAR-PENDIENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-PENDIENTE.
           ADD 1 TO WS-PEND-CUOTAS.
           ADD CUOTMAST-IMPORTE TO WS-PEND-TOTAL.
           IF CUOTMAST-FECHA-VENC < WS-FECHA-CORTE
               ADD 1 TO WS-VENC-CUOTAS
               ADD CUOTMAST-IMPORTE TO WS-VENC-TOTAL
           ELSE
               ADD 1 TO WS-FUT-CUOTAS
               ADD CUOTMAST-IMPORTE TO WS-FUT-TOTAL
           END-IF.

       POSICIONAR-PLAN.
           MOVE WS-PLAN TO CUOTMAST-PLAN.
           MOVE 0 TO CUOTMAST-NUM.
           START CUOTA-MASTER-FILE KEY NOT < CUOTMAST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.

      *    Fecha en blanco toma el dia de negocio.
       CAPTURAR-FECHA.
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA(1:8) IS NUMERIC
               MOVE WS-FECHA-CAPTURA TO WS-FECHA-CORTE
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CORTE
           END-IF.

       COTIZAR-LIQUIDACION.
           DISPLAY "FECHA DE LIQUIDACION (YYYYMMDD, VACIO = HOY):"
           PERFORM CAPTURAR-FECHA.
           PERFORM MEDIR-PLAN.
           PERFORM MOSTRAR-COTIZACION.

       MOSTRAR-COTIZACION.
           DISPLAY "PLAN " WS-PLAN " CLIENTE " WS-PLAN-CUST
               " AL " WS-FECHA-CORTE.
           MOVE WS-VENC-TOTAL TO WS-TOTAL-TEXTO.
           DISPLAY "  VENCIDO:   " WS-VENC-CUOTAS " CUOTAS POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO).
           MOVE WS-FUT-TOTAL TO WS-TOTAL-TEXTO.
           DISPLAY "  POR VENCER: " WS-FUT-CUOTAS " CUOTAS POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO).
           MOVE WS-PEND-TOTAL TO WS-TOTAL-TEXTO.
           DISPLAY "  IMPORTE PARA LIQUIDAR: "
               FUNCTION TRIM(WS-TOTAL-TEXTO).

      *-----------------------------------------------------------
      * Liquidacion: se confirma sobre la cotizacion a la fecha,
      * se marcan cobradas todas las pendientes y se asienta un
      * solo pago por el total.
      *-----------------------------------------------------------
       LIQUIDAR-PLAN.
           DISPLAY "FECHA DE LIQUIDACION (YYYYMMDD, VACIO = HOY):"
           PERFORM CAPTURAR-FECHA.
           PERFORM MEDIR-PLAN.
           PERFORM MOSTRAR-COTIZACION.
           MOVE WS-PEND-TOTAL TO WS-TOTAL-TEXTO.
           DISPLAY "CONFIRMAS LA LIQUIDACION POR "
               FUNCTION TRIM(WS-TOTAL-TEXTO) "? (S/N):"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "LIQUIDACION CANCELADA."
           ELSE
               MOVE 0 TO WS-MARCADAS
               MOVE "N" TO WS-ERROR-ES
               PERFORM POSICIONAR-PLAN
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUOTMAST-PLAN NOT = WS-PLAN
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               IF CUOTMAST-ESTADO = "P"
                                   PERFORM COBRAR-EN-LIQUIDACION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ERROR-ES = "S"
                   DISPLAY "LIQUIDACION INCOMPLETA: " WS-MARCADAS
                       " CUOTAS MARCADAS. REVISA ERRLOG.DAT."
               ELSE
                   PERFORM ASENTAR-LIQUIDACION
               END-IF
           END-IF.

       COBRAR-EN-LIQUIDACION.
           MOVE "C" TO CUOTMAST-ESTADO.
           MOVE WS-FECHA-CORTE TO CUOTMAST-FECHA-PAGO.
           MOVE CUOTMAST-IMPORTE TO CUOTMAST-IMP-PAGO.
           REWRITE CUOTMAST-RECORD.
           IF WS-CUOTMAST-FILE-STATUS = "00"
               ADD 1 TO WS-MARCADAS
           ELSE
               MOVE "S" TO WS-ERROR-ES
               MOVE "Y" TO WS-EOF-FLAG
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S LIQUIDANDO LA CUOTA "
                   CUOTMAST-PLAN "-" CUOTMAST-NUM
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------
      * El total liquidado entra como un solo movimiento TIPO "P"
      * del dia de negocio: NUM1 = plan, NUM2 = 0 (todo el plan),
      * RESULTADO = total en negativo, REF-DATE = fecha de la
      * liquidacion.
      *-----------------------------------------------------------
       ASENTAR-LIQUIDACION.
           OPEN I-O CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT CALC-HISTORY-FILE
               CLOSE CALC-HISTORY-FILE
               OPEN I-O CALC-HISTORY-FILE
           END-IF.
           OPEN I-O HIST-CUST-FILE.
           IF WS-HISTCUST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-CUST-FILE
               CLOSE HIST-CUST-FILE
               OPEN I-O HIST-CUST-FILE
           END-IF.
           MOVE WS-FECHA-NEGOCIO TO WS-SYS-DATE.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE WS-HIST-SEQ.
           MOVE SPACES            TO CALCHIST-RECORD.
           MOVE WS-SYS-DATE       TO CALCHIST-DATE.
           MOVE WS-HIST-SEQ       TO CALCHIST-SEQ.
           MOVE WS-SYS-TIME       TO CALCHIST-TIME.
           MOVE WS-PLAN           TO CALCHIST-NUM1.
           MOVE 0                 TO CALCHIST-NUM2.
           MOVE 7                 TO CALCHIST-OPCION.
           COMPUTE CALCHIST-RESULTADO = 0 - WS-PEND-TOTAL.
           MOVE "N"               TO CALCHIST-BREACH.
           MOVE "P"               TO CALCHIST-TIPO.
           MOVE WS-FECHA-CORTE    TO CALCHIST-REF-DATE.
           MOVE 0                 TO CALCHIST-REF-SEQ.
           MOVE WS-PLAN-CUST      TO CALCHIST-CUST-ID.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL    TO CALCHIST-OPERADOR.
           MOVE "LIQUIDA"         TO CALCHIST-LOTE.
           MOVE SPACES            TO CALCHIST-MONEDA.
           MOVE 0                 TO CALCHIST-TASA.
           MOVE 0                 TO CALCHIST-IMP-ORIG.
           MOVE 0                 TO CALCHIST-PLAZO.
           CALL "SUCURSAL-CLIENTE" USING CALCHIST-CUST-ID
               CALCHIST-SUCURSAL WS-SUC-PERMITIDO.
           PERFORM WITH TEST AFTER
                   UNTIL WS-HIST-FILE-STATUS NOT = "22"
                      OR CALCHIST-SEQ = 0
               WRITE CALCHIST-RECORD
               IF WS-HIST-FILE-STATUS = "22"
                   CALL "ASIGNA-SECUENCIA" USING WS-SYS-DATE
                       WS-HIST-SEQ
                   MOVE WS-HIST-SEQ TO CALCHIST-SEQ
               END-IF
           END-PERFORM.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-HIST-FILE-STATUS
                   " GRABANDO EL PAGO DE LIQUIDACION."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S GRABANDO EN CALCHIST LA "
                   "LIQUIDACION DEL PLAN " WS-PLAN
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
               PERFORM ESCRIBIR-BITACORA
               IF CALCHIST-CUST-ID > 0
                   PERFORM ESCRIBIR-LADO-CLIENTE
               END-IF
               MOVE WS-PEND-TOTAL TO WS-TOTAL-TEXTO
               DISPLAY "PLAN " WS-PLAN " LIQUIDADO: " WS-MARCADAS
                   " CUOTAS COBRADAS POR "
                   FUNCTION TRIM(WS-TOTAL-TEXTO) "."
           END-IF.
           CLOSE CALC-HISTORY-FILE.
           CLOSE HIST-CUST-FILE.

       ESCRIBIR-LADO-CLIENTE.
           MOVE SPACES TO HISTCUST-RECORD.
           MOVE CALCHIST-CUST-ID   TO HISTCUST-CUST.
           MOVE CALCHIST-DATE      TO HISTCUST-DATE.
           MOVE CALCHIST-SEQ       TO HISTCUST-SEQ.
           MOVE CALCHIST-OPCION    TO HISTCUST-OPCION.
           MOVE CALCHIST-NUM1      TO HISTCUST-NUM1.
           MOVE CALCHIST-NUM2      TO HISTCUST-NUM2.
           MOVE CALCHIST-RESULTADO TO HISTCUST-RESULTADO.
           MOVE CALCHIST-BREACH    TO HISTCUST-BREACH.
           MOVE CALCHIST-TIPO      TO HISTCUST-TIPO.
           WRITE HISTCUST-RECORD.

       ESCRIBIR-BITACORA.
           OPEN EXTEND CALC-LOG-FILE.
           MOVE WS-SYS-DATE        TO CALCLOG-DATE
           MOVE WS-SYS-TIME        TO CALCLOG-TIME
           MOVE CALCHIST-NUM1      TO CALCLOG-NUM1
           MOVE CALCHIST-NUM2      TO CALCLOG-NUM2
           MOVE CALCHIST-OPCION    TO CALCLOG-OPCION
           MOVE CALCHIST-RESULTADO TO CALCLOG-RESULTADO
           MOVE CALCHIST-LOTE      TO CALCLOG-LOTE
           MOVE CALCHIST-CUST-ID   TO CALCLOG-CUST
           MOVE CALCHIST-PLAZO     TO CALCLOG-PLAZO
           MOVE CALCHIST-SUCURSAL  TO CALCLOG-SUCURSAL
           MOVE "CALCLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               CALCLOG-DATE + CALCLOG-TIME
               + FUNCTION INTEGER(
                   FUNCTION ABS(CALCLOG-RESULTADO) * 100),
               999999937)
           CALL "SELLA-AUDITORIA" USING WS-SELLO-LOG
               WS-SELLO-APORTE WS-SELLO-SEQ WS-SELLO-CHECK
           MOVE WS-SELLO-SEQ   TO CALCLOG-SEQ
           MOVE WS-SELLO-CHECK TO CALCLOG-CHECK
           MOVE WS-OPER-ACTUAL TO CALCLOG-OPERADOR
           WRITE CALCLOG-RECORD.
           CLOSE CALC-LOG-FILE.

      *-----------------------------------------------------------
      * Reprogramacion: el saldo pendiente (vencido o no) se
      * reparte en N cuotas nuevas a partir de la primera fecha
      * que da el operador (vacio = un mes despues de hoy, dia
      * recortado a 28 y vencimiento corrido al dia habil como en
      * GENERAR-CUOTAS). Primero se marcan
      * sustituidas las viejas, despues se dan de alta las nuevas.
      *-----------------------------------------------------------
       REPROGRAMAR-PLAN.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-CORTE.
           PERFORM MEDIR-PLAN.
           PERFORM MOSTRAR-COTIZACION.
           DISPLAY "NUMERO DE CUOTAS NUEVAS (1-360):"
           MOVE SPACES TO WS-NUEVAS-CAPTURA.
           ACCEPT WS-NUEVAS-CAPTURA.
           IF FUNCTION TEST-NUMVAL(WS-NUEVAS-CAPTURA) NOT = 0
               MOVE 0 TO WS-NUEVAS
           ELSE
               COMPUTE WS-NUEVAS = FUNCTION NUMVAL(WS-NUEVAS-CAPTURA)
           END-IF.
           IF WS-NUEVAS < 1 OR WS-NUEVAS > 360
               DISPLAY "NUMERO DE CUOTAS INVALIDO (1-360)."
           ELSE
               IF WS-MAX-NUM + WS-NUEVAS > 999
                   DISPLAY "EL PLAN YA USO " WS-MAX-NUM " NUMEROS DE"
                       " CUOTA: NO CABEN " WS-NUEVAS " MAS."
               ELSE
                   PERFORM PROPONER-CALENDARIO
               END-IF
           END-IF.

       PROPONER-CALENDARIO.
           DISPLAY "PRIMER VENCIMIENTO (YYYYMMDD, VACIO = EN UN MES):"
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
           IF WS-FECHA-CAPTURA(1:8) IS NUMERIC
               MOVE WS-FECHA-CAPTURA TO WS-CUOTA-FECHA
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-CUOTA-FECHA
               ADD 1 TO WS-CF-MES
               IF WS-CF-MES > 12
                   MOVE 1 TO WS-CF-MES
                   ADD 1 TO WS-CF-ANO
               END-IF
           END-IF.
           IF WS-CF-DIA > 28
               MOVE 28 TO WS-CF-DIA
           END-IF.
      *    La cuota base sigue la regla de cuotas (operacion 7)
      *    de REDONDEO.DAT, como en CALCULADORA-BASICA; si dejara
      *    la ultima en negativo se trunca. La diferencia solo se
      *    registra si la reprogramacion se confirma.
           COMPUTE WS-RED-EXACTO = WS-PEND-TOTAL / WS-NUEVAS.
           SUBTRACT 1 FROM WS-NUEVAS GIVING WS-NUEVAS-MENOS1.
           MOVE SPACES TO WS-RED-REGLA.
           MOVE "N" TO WS-RED-REGISTRA.
           PERFORM REDONDEAR-CUOTA.
           IF WS-PEND-TOTAL - WS-RED-VALOR * WS-NUEVAS-MENOS1 < 0
               MOVE "TRUNCA" TO WS-RED-REGLA
               PERFORM REDONDEAR-CUOTA
           END-IF.
           MOVE WS-RED-VALOR TO WS-CUOTA-BASE.
           MULTIPLY WS-CUOTA-BASE BY WS-NUEVAS-MENOS1
               GIVING WS-CUOTA-FINAL.
           SUBTRACT WS-CUOTA-FINAL FROM WS-PEND-TOTAL
               GIVING WS-CUOTA-FINAL.
           MOVE WS-CUOTA-BASE TO WS-IMPORTE-TEXTO.
           MOVE WS-PEND-TOTAL TO WS-TOTAL-TEXTO.
           DISPLAY "NUEVO CALENDARIO: " WS-NUEVAS " CUOTAS DE "
               FUNCTION TRIM(WS-IMPORTE-TEXTO) " DESDE "
               WS-CUOTA-FECHA " POR " FUNCTION TRIM(WS-TOTAL-TEXTO).
           DISPLAY "CONFIRMAS LA REPROGRAMACION? (S/N):"
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
               MOVE "S" TO WS-RED-REGISTRA
               PERFORM REDONDEAR-CUOTA
               PERFORM APLICAR-REPROGRAMACION
           ELSE
               DISPLAY "REPROGRAMACION CANCELADA."
           END-IF.

       REDONDEAR-CUOTA.
           CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
               WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
               WS-RED-EXACTO WS-RED-VALOR.

       APLICAR-REPROGRAMACION.
           MOVE 0 TO WS-MARCADAS.
           MOVE "N" TO WS-ERROR-ES.
           PERFORM POSICIONAR-PLAN.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUOTA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUOTMAST-PLAN NOT = WS-PLAN
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CUOTMAST-ESTADO = "P"
                               PERFORM SUSTITUIR-CUOTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ERROR-ES = "S"
               DISPLAY "REPROGRAMACION INCOMPLETA: " WS-MARCADAS
                   " CUOTAS SUSTITUIDAS. REVISA ERRLOG.DAT."
           ELSE
               PERFORM GRABAR-CALENDARIO-NUEVO
           END-IF.

       GRABAR-CALENDARIO-NUEVO.
           MOVE WS-MAX-NUM TO WS-CUOTA-NUM.
           PERFORM VARYING WS-CUOTA-IDX FROM 1 BY 1
                   UNTIL WS-CUOTA-IDX > WS-NUEVAS
               IF WS-CUOTA-IDX > 1
                   ADD 1 TO WS-CF-MES
                   IF WS-CF-MES > 12
                       MOVE 1 TO WS-CF-MES
                       ADD 1 TO WS-CF-ANO
                   END-IF
               END-IF
               IF WS-CUOTA-IDX = WS-NUEVAS
                   MOVE WS-CUOTA-FINAL TO WS-CUOTA-IMPORTE
               ELSE
                   MOVE WS-CUOTA-BASE TO WS-CUOTA-IMPORTE
               END-IF
               ADD 1 TO WS-CUOTA-NUM
               PERFORM GRABAR-CUOTA-NUEVA
           END-PERFORM.
           IF WS-ERROR-ES = "S"
               DISPLAY "REPROGRAMACION INCOMPLETA AL GRABAR EL"
                   " CALENDARIO NUEVO. REVISA ERRLOG.DAT."
           ELSE
               DISPLAY "PLAN " WS-PLAN " REPROGRAMADO: " WS-MARCADAS
                   " CUOTAS SUSTITUIDAS POR " WS-NUEVAS " NUEVAS."
           END-IF.

       SUSTITUIR-CUOTA.
           MOVE "S" TO CUOTMAST-ESTADO.
           REWRITE CUOTMAST-RECORD.
           IF WS-CUOTMAST-FILE-STATUS = "00"
               ADD 1 TO WS-MARCADAS
           ELSE
               MOVE "S" TO WS-ERROR-ES
               MOVE "Y" TO WS-EOF-FLAG
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S SUSTITUYENDO LA CUOTA "
                   CUOTMAST-PLAN "-" CUOTMAST-NUM
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.

       GRABAR-CUOTA-NUEVA.
           CALL "DIA-HABIL" USING WS-CUOTA-FECHA WS-CUOTA-VENC.
           MOVE SPACES TO CUOTMAST-RECORD.
           MOVE WS-PLAN          TO CUOTMAST-PLAN.
           MOVE WS-CUOTA-NUM     TO CUOTMAST-NUM.
           MOVE WS-PLAN-CUST     TO CUOTMAST-CUST.
           MOVE WS-CUOTA-VENC    TO CUOTMAST-FECHA-VENC.
           MOVE WS-CUOTA-IMPORTE TO CUOTMAST-IMPORTE.
           MOVE "P"              TO CUOTMAST-ESTADO.
           MOVE 0                TO CUOTMAST-FECHA-PAGO.
           MOVE 0                TO CUOTMAST-IMP-PAGO.
           MOVE WS-CUOTA-FECHA   TO CUOTMAST-FECHA-CONTR.
           WRITE CUOTMAST-RECORD.
           IF WS-CUOTMAST-FILE-STATUS NOT = "00"
               MOVE "S" TO WS-ERROR-ES
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR DE E/S DANDO DE ALTA LA CUOTA "
                   WS-PLAN "-" WS-CUOTA-NUM " REPROGRAMADA"
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------
      * Todo rechazo o falla de E/S de este programa queda en el
      * log de errores compartido, como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           DISPLAY FUNCTION TRIM(WS-ERR-MENSAJE).
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "MANTIENE-PLANES"  TO ERRLOG-PROGRAM
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

       END PROGRAM MANTIENE-PLANES.
