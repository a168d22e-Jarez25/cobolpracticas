       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRE-INACTIVOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INACTCFG-FILE ASSIGN TO "INACTCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTCFG-FILE-STATUS.

           SELECT CUST-INDEX-FILE ASSIGN TO "CUSTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTMAST-ID
               FILE STATUS IS WS-CUSTIDX-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT CUST-BALANCE-FILE ASSIGN TO "CUSTBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTBAL-CUST
               FILE STATUS IS WS-CUSTBAL-FILE-STATUS.

           SELECT CUOTA-MASTER-FILE ASSIGN TO "CUOTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUOTMAST-KEY
               FILE STATUS IS WS-CUOTMAST-FILE-STATUS.

           SELECT COTIZA-FILE ASSIGN TO "COTIZA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COTIZA-NUM
               FILE STATUS IS WS-COTIZA-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "CUSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-FILE-STATUS.

           SELECT INACTPEND-FILE ASSIGN TO "INACTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INACTPEND-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon: meses sin movimiento para ser candidato.
       FD  INACTCFG-FILE.
       01 INACTCFG-LINE             PIC X(30).

       FD  CUST-INDEX-FILE.
           COPY "CUSTMAST.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  CUST-BALANCE-FILE.
           COPY "CUSTBAL.cpy".

       FD  CUOTA-MASTER-FILE.
           COPY "CUOTMAST.cpy".

       FD  COTIZA-FILE.
           COPY "COTIZA.cpy".

      * Retenciones legales: cliente (cero = todos) y rango.
       FD  HOLDS-FILE.
       01 HOLDS-RECORD.
           05 HOLD-CUST             PIC 9(6).
           05 FILLER                PIC X.
           05 HOLD-DESDE            PIC 9(8).
           05 FILLER                PIC X.
           05 HOLD-HASTA            PIC 9(8).

       FD  AUDITORIA-FILE.
           COPY "CUSTAUD.cpy".

       FD  INACTPEND-FILE.
           COPY "INACTPEND.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INACTCFG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTBAL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CUOTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-COTIZA-FILE-STATUS     PIC XX VALUE "00".
       01 WS-HOLDS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-AUDITORIA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-INACTPEND-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-CLIENTES           PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-MESES                  PIC 9(3) VALUE 24.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-FECHA-CORTE            PIC 9(8) VALUE 0.
       01 WS-MESES-TOTAL            PIC 9(6) VALUE 0.
       01 WS-ANIO                   PIC 9(4) VALUE 0.
       01 WS-MES                    PIC 99 VALUE 0.
       01 WS-DIA                    PIC 99 VALUE 0.
       01 WS-ULT-ACTIV              PIC 9(8) VALUE 0.
       01 WS-MOTIVO                 PIC X(10) VALUE SPACES.
       01 WS-IDX                    PIC 9(4) VALUE 0.
       01 WS-HALLADO                PIC 9(4) VALUE 0.
       01 WS-BUSCA-CUST             PIC 9(6) VALUE 0.
       01 WS-REVISADOS              PIC 9(6) VALUE 0.
       01 WS-CANDIDATOS             PIC 9(6) VALUE 0.
       01 WS-YA-EN-COLA             PIC 9(6) VALUE 0.
       01 WS-CON-ACTIVIDAD          PIC 9(6) VALUE 0.
       01 WS-CON-ABIERTOS           PIC 9(6) VALUE 0.
       01 WS-CON-SALDO              PIC 9(6) VALUE 0.
       01 WS-CON-RETENCION          PIC 9(6) VALUE 0.
       01 WS-RECIENTES              PIC 9(6) VALUE 0.
       01 WS-DESBORDE               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.

      * Lo que CUOTMAST/COTIZA/HOLDS/CUSTAUD dicen de cada cliente
      * (ninguno esta indexado por cliente): la fecha mas reciente
      * de pago o alta, y si tiene algo abierto que le impide
      * quedar inactivo - plan con cuotas pendientes, cotizacion
      * vigente o retencion legal.
       01 WS-NUM-CLIENTES           PIC 9(4) VALUE 0.
       01 WS-TABLA-CLIENTES.
           05 WS-CLI-ENTRY OCCURS 3000 TIMES.
               10 WS-CLI-CUST       PIC 9(6).
               10 WS-CLI-FECHA      PIC 9(8).
               10 WS-CLI-ALTA       PIC 9(8).
               10 WS-CLI-ABIERTO    PIC X.
               10 WS-CLI-RETENIDO   PIC X.

      * Candidatos que siguen PENDIENTES de la vez anterior.
       01 WS-NUM-COLA               PIC 9(4) VALUE 0.
       01 WS-TABLA-COLA.
           05 WS-COLA-CUST OCCURS 2000 TIMES
                   PIC 9(6).

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Barrido mensual de clientes dormidos: todo cliente activo
      * cuyo ultimo movimiento en CALCHISTC.DAT (o pago de cuota en
      * CUOTMAST.DAT) es anterior a la fecha de negocio menos los
      * meses de INACTCFG.DAT (24 si no hay), sin cuotas
      * pendientes, sin cotizacion vigente, con saldo cero en
      * CUSTBAL.DAT y sin retencion legal a su nombre en HOLDS.DAT
      * queda en INACTPEND.DAT para que un supervisor lo revise con
      * APRUEBA-INACTIVOS. El barrido no inactiva a nadie. Un
      * cliente dado de alta (CUSTAUD.DAT) despues del corte no es
      * candidato aunque todavia no tenga movimientos, y el que ya
      * esta pendiente de una corrida anterior no se repite.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           PERFORM LEER-PARAMETROS.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           PERFORM CALCULAR-CORTE.

           OPEN INPUT CUST-INDEX-FILE.
           IF WS-CUSTIDX-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUSTIDX.DAT. CORRE"
                   " CONVIERTE-CLIENTES."
               MOVE "BARRIDO DE INACTIVOS SIN CUSTIDX.DAT"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CARGAR-PLANES.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM CARGAR-RETENCIONES.
           PERFORM CARGAR-ALTAS.
           PERFORM CARGAR-COLA.
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: LA TABLA DE CLIENTES SE LLENO; LOS"
                   " QUE NO CUPIERON NO SE PROPONEN."
               MOVE "BARRIDO DE INACTIVOS: TABLA DE CLIENTES LLENA"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 4 TO WS-RUTINA-RC
           END-IF.

           OPEN INPUT HIST-CUST-FILE.
           OPEN INPUT CUST-BALANCE-FILE.
           OPEN EXTEND INACTPEND-FILE.
           IF WS-INACTPEND-FILE-STATUS = "35"
               OPEN OUTPUT INACTPEND-FILE
           END-IF.
           MOVE "N" TO WS-EOF-CLIENTES.
           PERFORM UNTIL WS-EOF-CLIENTES = "Y"
               READ CUST-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-CLIENTES
                   NOT AT END
                       IF CUSTMAST-STATUS NOT = "I"
                           PERFORM EVALUAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INACTPEND-FILE.
           IF WS-CUSTBAL-FILE-STATUS NOT = "35"
               CLOSE CUST-BALANCE-FILE
           END-IF.
           IF WS-HISTCUST-FILE-STATUS NOT = "35"
               CLOSE HIST-CUST-FILE
           END-IF.
           CLOSE CUST-INDEX-FILE.

           DISPLAY "BARRIDO DE INACTIVOS AL " WS-FECHA-NEGOCIO
               " (SIN MOVIMIENTO DESDE " WS-FECHA-CORTE ", "
               WS-MESES " MESES).".
           DISPLAY "  ACTIVOS REVISADOS   : " WS-REVISADOS.
           DISPLAY "  CON ACTIVIDAD       : " WS-CON-ACTIVIDAD.
           DISPLAY "  ALTA RECIENTE       : " WS-RECIENTES.
           DISPLAY "  CON PLAN/COTIZACION : " WS-CON-ABIERTOS.
           DISPLAY "  CON SALDO           : " WS-CON-SALDO.
           DISPLAY "  CON RETENCION LEGAL : " WS-CON-RETENCION.
           DISPLAY "  YA PENDIENTES       : " WS-YA-EN-COLA.
           DISPLAY "  CANDIDATOS NUEVOS   : " WS-CANDIDATOS.
           IF WS-CANDIDATOS > 0
               DISPLAY "REVISALOS CON APRUEBA-INACTIVOS"
                   " (INACTPEND.DAT)."
           END-IF.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT INACTCFG-FILE.
           IF WS-INACTCFG-FILE-STATUS = "00"
               READ INACTCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1
                       UNSTRING INACTCFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1
                       IF FUNCTION TEST-NUMVAL(WS-CFG-1) = 0
                           AND FUNCTION NUMVAL(WS-CFG-1) > 0
                           COMPUTE WS-MESES =
                               FUNCTION NUMVAL(WS-CFG-1)
                       END-IF
               END-READ
               CLOSE INACTCFG-FILE
           END-IF.

      *    Corte = fecha de negocio menos los meses; el dia se topa
      *    en 28 para que el mes resultante siempre lo tenga.
       CALCULAR-CORTE.
           MOVE WS-FECHA-NEGOCIO(1:4) TO WS-ANIO.
           MOVE WS-FECHA-NEGOCIO(5:2) TO WS-MES.
           MOVE WS-FECHA-NEGOCIO(7:2) TO WS-DIA.
           COMPUTE WS-MESES-TOTAL = WS-ANIO * 12 + WS-MES - 1
               - WS-MESES.
           COMPUTE WS-ANIO = WS-MESES-TOTAL / 12.
           COMPUTE WS-MES = FUNCTION MOD(WS-MESES-TOTAL, 12) + 1.
           IF WS-DIA > 28
               MOVE 28 TO WS-DIA
           END-IF.
           COMPUTE WS-FECHA-CORTE = WS-ANIO * 10000 + WS-MES * 100
               + WS-DIA.

      *-----------------------------------------------------------
      * Un cliente activo es candidato solo si pasa todas las
      * pruebas; la primera que falla lo descarta y se cuenta.
      *-----------------------------------------------------------
       EVALUAR-CLIENTE.
           ADD 1 TO WS-REVISADOS.
           MOVE CUSTMAST-ID TO WS-BUSCA-CUST.
           PERFORM BUSCAR-CLIENTE.
           PERFORM ULTIMO-MOVIMIENTO.
           IF WS-HALLADO > 0
               IF WS-CLI-FECHA(WS-HALLADO) > WS-ULT-ACTIV
                   MOVE WS-CLI-FECHA(WS-HALLADO) TO WS-ULT-ACTIV
               END-IF
           END-IF.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-ULT-ACTIV >= WS-FECHA-CORTE
               MOVE "ACTIVIDAD" TO WS-MOTIVO
               ADD 1 TO WS-CON-ACTIVIDAD
           ELSE
           IF WS-HALLADO > 0
               AND WS-CLI-ALTA(WS-HALLADO) >= WS-FECHA-CORTE
               MOVE "ALTA" TO WS-MOTIVO
               ADD 1 TO WS-RECIENTES
           ELSE
           IF WS-HALLADO > 0 AND WS-CLI-RETENIDO(WS-HALLADO) = "S"
               MOVE "RETENCION" TO WS-MOTIVO
               ADD 1 TO WS-CON-RETENCION
           ELSE
           IF WS-HALLADO > 0 AND WS-CLI-ABIERTO(WS-HALLADO) = "S"
               MOVE "ABIERTOS" TO WS-MOTIVO
               ADD 1 TO WS-CON-ABIERTOS
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICAR-SALDO
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM VERIFICAR-COLA
           END-IF.
           IF WS-MOTIVO = SPACES
               PERFORM PROPONER-CLIENTE
           END-IF.

      *    Ultima fecha del cliente en el camino por cliente.
       ULTIMO-MOVIMIENTO.
           MOVE 0 TO WS-ULT-ACTIV.
           IF WS-HISTCUST-FILE-STATUS NOT = "35"
               MOVE CUSTMAST-ID TO HISTCUST-CUST
               MOVE 0 TO HISTCUST-DATE
               MOVE 0 TO HISTCUST-SEQ
               START HIST-CUST-FILE KEY NOT < HISTCUST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HIST-CUST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HISTCUST-CUST NOT = CUSTMAST-ID
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               MOVE HISTCUST-DATE TO WS-ULT-ACTIV
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       VERIFICAR-SALDO.
           IF WS-CUSTBAL-FILE-STATUS NOT = "35"
               MOVE CUSTMAST-ID TO CUSTBAL-CUST
               READ CUST-BALANCE-FILE
               IF WS-CUSTBAL-FILE-STATUS = "00"
                   AND CUSTBAL-SALDO-FINAL NOT = 0
                   MOVE "SALDO" TO WS-MOTIVO
                   ADD 1 TO WS-CON-SALDO
               END-IF
           END-IF.

       VERIFICAR-COLA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-COLA
               IF WS-COLA-CUST(WS-IDX) = CUSTMAST-ID
                   MOVE "COLA" TO WS-MOTIVO
                   MOVE WS-NUM-COLA TO WS-IDX
               END-IF
           END-PERFORM.
           IF WS-MOTIVO = "COLA"
               ADD 1 TO WS-YA-EN-COLA
           END-IF.

       PROPONER-CLIENTE.
           MOVE SPACES TO INACTPEND-RECORD.
           MOVE "PENDIENTE"      TO IP-ESTADO.
           MOVE WS-FECHA-NEGOCIO TO IP-FECHA-BARRIDO.
           MOVE CUSTMAST-ID      TO IP-CUST.
           MOVE CUSTMAST-NAME    TO IP-NOMBRE.
           MOVE WS-ULT-ACTIV     TO IP-ULT-ACTIV.
           MOVE WS-MESES         TO IP-MESES.
           MOVE 0                TO IP-FECHA-DISP.
           WRITE INACTPEND-RECORD.
           ADD 1 TO WS-CANDIDATOS.
           DISPLAY "  CANDIDATO " CUSTMAST-ID " "
               CUSTMAST-NAME " ULTIMO MOVIMIENTO " WS-ULT-ACTIV.

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
                   MOVE 0 TO WS-CLI-FECHA(WS-HALLADO)
                   MOVE 0 TO WS-CLI-ALTA(WS-HALLADO)
                   MOVE "N" TO WS-CLI-ABIERTO(WS-HALLADO)
                   MOVE "N" TO WS-CLI-RETENIDO(WS-HALLADO)
               ELSE
                   MOVE "S" TO WS-DESBORDE
               END-IF
           END-IF.

      *    Cuota pendiente = plan abierto; la cuota cobrada cuenta
      *    como actividad del cliente en su fecha de pago.
       CARGAR-PLANES.
           OPEN INPUT CUOTA-MASTER-FILE.
           IF WS-CUOTMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUOTA-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE CUOTMAST-CUST TO WS-BUSCA-CUST
                           PERFORM OBTENER-CLIENTE
                           IF WS-HALLADO > 0
                               PERFORM ANOTAR-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTA-MASTER-FILE
           END-IF.

       ANOTAR-CUOTA.
           IF CUOTMAST-ESTADO = "P"
               MOVE "S" TO WS-CLI-ABIERTO(WS-HALLADO)
           END-IF.
           IF CUOTMAST-ESTADO = "C"
               AND CUOTMAST-FECHA-PAGO > WS-CLI-FECHA(WS-HALLADO)
               MOVE CUOTMAST-FECHA-PAGO TO WS-CLI-FECHA(WS-HALLADO)
           END-IF.

      *    Cotizacion vigente y no vencida = abierta.
       CARGAR-COTIZACIONES.
           OPEN INPUT COTIZA-FILE.
           IF WS-COTIZA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ COTIZA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF COTIZA-ESTADO = "V"
                               AND COTIZA-EXPIRA >= WS-FECHA-NEGOCIO
                               MOVE COTIZA-CUST TO WS-BUSCA-CUST
                               PERFORM OBTENER-CLIENTE
                               IF WS-HALLADO > 0
                                   MOVE "S" TO
                                       WS-CLI-ABIERTO(WS-HALLADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COTIZA-FILE
           END-IF.

      *    Una retencion a nombre del cliente lo deja fuera mientras
      *    siga en HOLDS.DAT (liberarla la quita del archivo). Las
      *    de cliente cero son rangos de fechas para todos y no
      *    frenan la inactivacion.
       CARGAR-RETENCIONES.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HOLDS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLDS-RECORD NOT = SPACES
                               AND HOLD-CUST NOT = 0
                               MOVE HOLD-CUST TO WS-BUSCA-CUST
                               PERFORM OBTENER-CLIENTE
                               IF WS-HALLADO > 0
                                   MOVE "S" TO
                                       WS-CLI-RETENIDO(WS-HALLADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      *    Fecha de alta del cliente segun la auditoria del maestro
      *    (la imagen despues empieza con el id).
       CARGAR-ALTAS.
           OPEN INPUT AUDITORIA-FILE.
           IF WS-AUDITORIA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AUD-ACCION = "ALTA"
                               AND AUD-DESPUES(1:6) IS NUMERIC
                               AND AUD-DATE >= WS-FECHA-CORTE
                               MOVE AUD-DESPUES(1:6) TO WS-BUSCA-CUST
                               PERFORM OBTENER-CLIENTE
                               IF WS-HALLADO > 0
                                   MOVE AUD-DATE TO
                                       WS-CLI-ALTA(WS-HALLADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       CARGAR-COLA.
           MOVE 0 TO WS-NUM-COLA.
           OPEN INPUT INACTPEND-FILE.
           IF WS-INACTPEND-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-COLA = 2000
                   READ INACTPEND-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF IP-ESTADO = "PENDIENTE"
                               ADD 1 TO WS-NUM-COLA
                               MOVE IP-CUST
                                   TO WS-COLA-CUST(WS-NUM-COLA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INACTPEND-FILE
           END-IF.

      *-----------------------------------------------------------
      * Todo rechazo o falla de E/S de este programa queda en el
      * log de errores compartido, como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE       TO ERRLOG-DATE
           MOVE WS-SYS-TIME       TO ERRLOG-TIME
           MOVE "BARRE-INACTIVOS" TO ERRLOG-PROGRAM
           MOVE WS-ERR-MENSAJE    TO ERRLOG-MESSAGE
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

       END PROGRAM BARRE-INACTIVOS.
