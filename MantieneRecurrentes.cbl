       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-RECURRENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INST-MASTER-FILE ASSIGN TO "INSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-ID
               FILE STATUS IS WS-INSTMAST-FILE-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INST-MASTER-FILE.
           COPY "INSTMAST.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CUSTMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ACCION                 PIC X VALUE SPACE.
       01 WS-TERMINADO              PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-CUST               PIC X VALUE "N".
       01 WS-ENTRADA-OK             PIC X VALUE "N".
       01 WS-CAPTURA-X              PIC X(12) VALUE SPACES.
       01 WS-ID-TEXTO               PIC X(6) VALUE SPACES.
       01 WS-FECHA-TEXTO            PIC X(8) VALUE SPACES.
       01 WS-RESPUESTA              PIC X VALUE SPACE.
       01 WS-INST-HALLADA           PIC X VALUE "N".
       01 WS-ULTIMA-INST            PIC 9(6) VALUE 0.
       01 WS-CUST-ID                PIC 9(6) VALUE 0.
       01 WS-CUST-VALIDO            PIC X VALUE "N".
       01 WS-CUST-INACTIVO          PIC X VALUE "N".
       01 WS-CUST-SUCURSAL          PIC X(3) VALUE SPACES.
       01 WS-CUST-AJENO             PIC X VALUE "N".
       01 WS-SUC-PERMITIDO          PIC X VALUE "S".
       01 WS-NUM1                   PIC S9(7)V99 VALUE 0.
       01 WS-NUM2                   PIC S9(7)V99 VALUE 0.
       01 WS-OPCION                 PIC 9 VALUE 0.
       01 WS-MONEDA                 PIC X(3) VALUE SPACES.
       01 WS-FRECUENCIA             PIC X VALUE SPACE.
       01 WS-FECHA-INICIO           PIC 9(8) VALUE 0.
       01 WS-FECHA-FIN              PIC 9(8) VALUE 0.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-CONTADOR               PIC 9(4) VALUE 0.
       01 WS-NUEVO-ESTADO           PIC X VALUE SPACE.
       01 WS-DESC-ESTADO            PIC X(12) VALUE SPACES.
       01 WS-DESC-FRECUENCIA        PIC X(12) VALUE SPACES.
       01 WS-NUM1-TEXTO             PIC -(7)9.99.
       01 WS-NUM2-TEXTO             PIC -(7)9.99.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.

      * Calculo de la siguiente fecha, igual que en
      * GENERA-RECURRENTES.
       01 WS-FECHA-BASE             PIC 9(8) VALUE 0.
       01 WS-FECHA-BASE-R REDEFINES WS-FECHA-BASE.
           05 WS-BASE-ANIO          PIC 9(4).
           05 WS-BASE-MES           PIC 99.
           05 WS-BASE-DIA           PIC 99.
       01 WS-FECHA-NUEVA            PIC 9(8) VALUE 0.
       01 WS-FECHA-NUEVA-R REDEFINES WS-FECHA-NUEVA.
           05 WS-NUEVA-ANIO         PIC 9(4).
           05 WS-NUEVA-MES          PIC 99.
           05 WS-NUEVA-DIA          PIC 99.
       01 WS-FECHA-ENTERO           PIC 9(7) VALUE 0.
       01 WS-MESES                  PIC 99 VALUE 0.
       01 WS-MES-TOTAL              PIC 9(6) VALUE 0.
       01 WS-ULTIMO-DIA             PIC 99 VALUE 0.
       01 WS-PRIMERO-SIG            PIC 9(8) VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Instrucciones permanentes: el cargo que se repite (mismo
      * cliente, operacion e importes) se da de alta una vez con
      * su frecuencia y vigencia, y GENERA-RECURRENTES lo escribe
      * cada noche que vence en el lote RECURRE. Aqui se consulta,
      * se corrigen importes o fecha fin, se suspende, reactiva o
      * da de baja, y se resuelve la ocurrencia que el lote no
      * asento (rechazo de la edicion o del lote): darla por
      * aplicada si ya se corrigio por otra via, o volverla a
      * generar en la siguiente corrida.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           MOVE "N" TO WS-TERMINADO.
           PERFORM CICLO-INSTRUCCIONES UNTIL WS-TERMINADO = "S".
           GOBACK.

       CICLO-INSTRUCCIONES.
           DISPLAY " ".
           DISPLAY "INSTRUCCIONES PERMANENTES:".
           DISPLAY "  A = ALTA".
           DISPLAY "  C = CONSULTAR".
           DISPLAY "  L = LISTAR".
           DISPLAY "  M = MODIFICAR IMPORTES O FECHA FIN".
           DISPLAY "  U = SUSPENDER".
           DISPLAY "  R = REACTIVAR".
           DISPLAY "  B = DAR DE BAJA".
           DISPLAY "  O = RESOLVER OCURRENCIA NO ASENTADA".
           DISPLAY "  S = SALIR".
           DISPLAY "ACCION:"
           ACCEPT WS-ACCION.
           EVALUATE WS-ACCION
               WHEN "A"
               WHEN "a"
                   PERFORM ALTA-INSTRUCCION
               WHEN "C"
               WHEN "c"
                   PERFORM CONSULTAR-INSTRUCCION
               WHEN "L"
               WHEN "l"
                   PERFORM LISTAR-INSTRUCCIONES
               WHEN "M"
               WHEN "m"
                   PERFORM MODIFICAR-INSTRUCCION
               WHEN "U"
               WHEN "u"
                   MOVE "S" TO WS-NUEVO-ESTADO
                   PERFORM CAMBIAR-ESTADO
               WHEN "R"
               WHEN "r"
                   MOVE "A" TO WS-NUEVO-ESTADO
                   PERFORM CAMBIAR-ESTADO
               WHEN "B"
               WHEN "b"
                   MOVE "T" TO WS-NUEVO-ESTADO
                   PERFORM CAMBIAR-ESTADO
               WHEN "O"
               WHEN "o"
                   PERFORM RESOLVER-OCURRENCIA
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-TERMINADO
               WHEN OTHER
                   DISPLAY "ACCION INVALIDA."
           END-EVALUATE.

       ABRIR-INSTRUCCIONES.
           OPEN I-O INST-MASTER-FILE.
           IF WS-INSTMAST-FILE-STATUS = "35"
               OPEN OUTPUT INST-MASTER-FILE
               CLOSE INST-MASTER-FILE
               OPEN I-O INST-MASTER-FILE
           END-IF.
           IF WS-INSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR INSTMAST.DAT ("
                   WS-INSTMAST-FILE-STATUS ")."
               MOVE "NO SE PUDO ABRIR INSTMAST.DAT."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           END-IF.

      *-----------------------------------------------------------
      * Alta: cada campo se valida al teclearlo como en
      * CAPTURA-CALCIN. La primera ocurrencia es la fecha de
      * inicio, que no puede quedar antes de la fecha de negocio
      * (no se generan cargos atrasados); el dia de esa fecha es
      * el ancla de las frecuencias por meses.
      *-----------------------------------------------------------
       ALTA-INSTRUCCION.
           PERFORM CAPTURAR-CLIENTE.
           PERFORM CAPTURAR-OPCION.
           PERFORM CAPTURAR-NUM1.
           PERFORM CAPTURAR-NUM2.
           IF (WS-OPCION = 4 OR WS-OPCION = 7) AND WS-NUM2 = 0
               DISPLAY "RECHAZADO: NUM2 NO PUEDE SER CERO PARA ESA"
                   " OPERACION."
           ELSE
               DISPLAY "MONEDA (VACIO = BASE, EJ. EUR O USD):"
               MOVE SPACES TO WS-MONEDA
               ACCEPT WS-MONEDA
               PERFORM CAPTURAR-FRECUENCIA
               PERFORM CAPTURAR-INICIO
               PERFORM CAPTURAR-FIN
               PERFORM ABRIR-INSTRUCCIONES
               IF WS-INSTMAST-FILE-STATUS = "00"
                   PERFORM BUSCAR-ULTIMA
                   PERFORM GRABAR-INSTRUCCION
                   CLOSE INST-MASTER-FILE
               END-IF
           END-IF.

       CAPTURAR-CLIENTE.
           MOVE "N" TO WS-CUST-VALIDO.
           PERFORM UNTIL WS-CUST-VALIDO = "S"
               DISPLAY "ID DE CLIENTE:"
               ACCEPT WS-CUST-ID
               PERFORM VALIDAR-CLIENTE
               IF WS-CUST-VALIDO NOT = "S"
                   IF WS-CUST-INACTIVO = "S"
                       DISPLAY "CLIENTE INACTIVO, NO ACEPTA"
                           " CALCULOS NUEVOS: " WS-CUST-ID
                   ELSE
                   IF WS-CUST-AJENO = "S"
                       DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                           WS-CUST-SUCURSAL "): " WS-CUST-ID
                   ELSE
                       DISPLAY "CLIENTE DESCONOCIDO: " WS-CUST-ID
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CUST-VALIDO.
           MOVE "N" TO WS-CUST-INACTIVO.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CUST
               PERFORM UNTIL WS-EOF-CUST = "Y"
                   READ CUSTOMER-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CUST
                       NOT AT END
                           IF CUSTMAST-ID = WS-CUST-ID
                               IF CUSTMAST-STATUS = "I"
                                   MOVE "S" TO WS-CUST-INACTIVO
                               ELSE
                                   MOVE "S" TO WS-CUST-VALIDO
                               END-IF
                               MOVE "Y" TO WS-EOF-CUST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           MOVE "N" TO WS-CUST-AJENO.
           IF WS-CUST-VALIDO = "S"
               PERFORM VERIFICAR-SUCURSAL
           END-IF.

      *    Solo los clientes de la sucursal del operador, salvo que
      *    sea de casa matriz.
       VERIFICAR-SUCURSAL.
           CALL "SUCURSAL-CLIENTE" USING WS-CUST-ID WS-CUST-SUCURSAL
               WS-SUC-PERMITIDO.
           IF WS-SUC-PERMITIDO NOT = "S"
               MOVE "N" TO WS-CUST-VALIDO
               MOVE "S" TO WS-CUST-AJENO
           END-IF.

       CAPTURAR-OPCION.
           MOVE 0 TO WS-OPCION.
           PERFORM UNTIL WS-OPCION >= 1 AND WS-OPCION <= 7
               DISPLAY "OPCION (1=SUMA 2=RESTA 3=MULT 4=DIV"
                   " 5=POT 6=RAIZ 7=CUOTAS):"
               ACCEPT WS-OPCION
               IF WS-OPCION < 1 OR WS-OPCION > 7
                   DISPLAY "OPCION INVALIDA. INGRESA UN VALOR DE 1 A 7."
               END-IF
           END-PERFORM.

       CAPTURAR-NUM1.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM UNTIL WS-ENTRADA-OK = "S"
               DISPLAY "NUM1:"
               ACCEPT WS-CAPTURA-X
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA-X) = 0
                   COMPUTE WS-NUM1 = FUNCTION NUMVAL(WS-CAPTURA-X)
                   MOVE "S" TO WS-ENTRADA-OK
               ELSE
                   DISPLAY "IMPORTE NO NUMERICO. INTENTA DE NUEVO."
               END-IF
           END-PERFORM.

       CAPTURAR-NUM2.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM UNTIL WS-ENTRADA-OK = "S"
               DISPLAY "NUM2:"
               ACCEPT WS-CAPTURA-X
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA-X) = 0
                   COMPUTE WS-NUM2 = FUNCTION NUMVAL(WS-CAPTURA-X)
                   MOVE "S" TO WS-ENTRADA-OK
               ELSE
                   DISPLAY "IMPORTE NO NUMERICO. INTENTA DE NUEVO."
               END-IF
           END-PERFORM.

       CAPTURAR-FRECUENCIA.
           MOVE SPACE TO WS-FRECUENCIA.
           PERFORM UNTIL WS-FRECUENCIA = "S" OR WS-FRECUENCIA = "Q"
                   OR WS-FRECUENCIA = "M" OR WS-FRECUENCIA = "T"
                   OR WS-FRECUENCIA = "A"
               DISPLAY "FRECUENCIA (S=SEMANAL Q=CATORCENAL M=MENSUAL"
                   " T=TRIMESTRAL A=ANUAL):"
               ACCEPT WS-FRECUENCIA
               MOVE FUNCTION UPPER-CASE(WS-FRECUENCIA)
                   TO WS-FRECUENCIA
           END-PERFORM.

       CAPTURAR-INICIO.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM UNTIL WS-ENTRADA-OK = "S"
               DISPLAY "FECHA DE INICIO (YYYYMMDD, VACIO = "
                   WS-FECHA-NEGOCIO "):"
               MOVE SPACES TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO
               IF WS-FECHA-TEXTO = SPACES
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-INICIO
                   MOVE "S" TO WS-ENTRADA-OK
               ELSE
               IF WS-FECHA-TEXTO IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
               ELSE
                   MOVE WS-FECHA-TEXTO TO WS-FECHA-INICIO
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-INICIO)
                       NOT = 0
                       DISPLAY "FECHA INVALIDA."
                   ELSE
                   IF WS-FECHA-INICIO < WS-FECHA-NEGOCIO
                       DISPLAY "EL INICIO NO PUEDE SER ANTERIOR A LA"
                           " FECHA DE NEGOCIO " WS-FECHA-NEGOCIO "."
                   ELSE
                       MOVE "S" TO WS-ENTRADA-OK
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       CAPTURAR-FIN.
           MOVE "N" TO WS-ENTRADA-OK.
           PERFORM UNTIL WS-ENTRADA-OK = "S"
               DISPLAY "FECHA FIN (YYYYMMDD, VACIO = SIN FIN):"
               MOVE SPACES TO WS-FECHA-TEXTO
               ACCEPT WS-FECHA-TEXTO
               IF WS-FECHA-TEXTO = SPACES
                   MOVE 0 TO WS-FECHA-FIN
                   MOVE "S" TO WS-ENTRADA-OK
               ELSE
               IF WS-FECHA-TEXTO IS NOT NUMERIC
                   DISPLAY "FECHA INVALIDA."
               ELSE
                   MOVE WS-FECHA-TEXTO TO WS-FECHA-FIN
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FIN)
                       NOT = 0
                       DISPLAY "FECHA INVALIDA."
                   ELSE
                   IF WS-FECHA-FIN < WS-FECHA-INICIO
                       DISPLAY "LA FECHA FIN NO PUEDE SER ANTERIOR"
                           " AL INICIO " WS-FECHA-INICIO "."
                   ELSE
                       MOVE "S" TO WS-ENTRADA-OK
                   END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       BUSCAR-ULTIMA.
           MOVE 0 TO WS-ULTIMA-INST.
           MOVE 0 TO INST-ID.
           START INST-MASTER-FILE KEY NOT < INST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INST-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE INST-ID TO WS-ULTIMA-INST
               END-READ
           END-PERFORM.

      *    Numero tomado por otra sesion (22): el siguiente y
      *    reintento, igual que los casos de disputa.
       GRABAR-INSTRUCCION.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES            TO INSTMAST-RECORD.
           MOVE WS-CUST-ID        TO INST-CUST.
           MOVE WS-OPCION         TO INST-OPCION.
           MOVE WS-NUM1           TO INST-NUM1.
           MOVE WS-NUM2           TO INST-NUM2.
           MOVE WS-MONEDA         TO INST-MONEDA.
           MOVE WS-FRECUENCIA     TO INST-FRECUENCIA.
           MOVE WS-FECHA-INICIO   TO INST-FECHA-INICIO.
           MOVE WS-FECHA-FIN      TO INST-FECHA-FIN.
           MOVE WS-FECHA-INICIO(7:2) TO INST-DIA-ANCLA.
           MOVE WS-FECHA-INICIO   TO INST-PROXIMA.
           MOVE "A"               TO INST-ESTADO.
           MOVE SPACES            TO INST-LOTE.
           MOVE 0                 TO INST-FECHA-GEN.
           MOVE 0                 TO INST-FECHA-OCURR.
           MOVE 0                 TO INST-ULTIMA.
           MOVE 0                 TO INST-POST-DATE.
           MOVE 0                 TO INST-POST-SEQ.
           MOVE WS-SYS-DATE       TO INST-FECHA-ALTA.
           MOVE WS-OPER-ACTUAL    TO INST-OPER-ALTA.
           MOVE WS-SYS-DATE       TO INST-FECHA-ULT.
           MOVE WS-OPER-ACTUAL    TO INST-OPER-ULT.
           PERFORM WITH TEST AFTER
                   UNTIL WS-INSTMAST-FILE-STATUS NOT = "22"
               ADD 1 TO WS-ULTIMA-INST
               MOVE WS-ULTIMA-INST TO INST-ID
               WRITE INSTMAST-RECORD
           END-PERFORM.
           IF WS-INSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-INSTMAST-FILE-STATUS
                   " GRABANDO LA INSTRUCCION."
               MOVE "ERROR DE E/S GRABANDO UNA INSTRUCCION."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
               DISPLAY "INSTRUCCION " INST-ID " DADA DE ALTA PARA EL"
                   " CLIENTE " INST-CUST "; PRIMERA OCURRENCIA "
                   INST-PROXIMA "."
           END-IF.

       PEDIR-INSTRUCCION.
           MOVE "N" TO WS-INST-HALLADA.
           DISPLAY "NUMERO DE INSTRUCCION:"
           ACCEPT WS-ID-TEXTO.
           IF FUNCTION TRIM(WS-ID-TEXTO) = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ID-TEXTO) NOT = 0
               DISPLAY "EL NUMERO DE INSTRUCCION DEBE SER NUMERICO."
           ELSE
               COMPUTE INST-ID = FUNCTION NUMVAL(WS-ID-TEXTO)
               READ INST-MASTER-FILE
               IF WS-INSTMAST-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESA INSTRUCCION."
               ELSE
                   MOVE "S" TO WS-INST-HALLADA
               END-IF
           END-IF.

       CONSULTAR-INSTRUCCION.
           PERFORM ABRIR-INSTRUCCIONES.
           IF WS-INSTMAST-FILE-STATUS = "00"
               PERFORM PEDIR-INSTRUCCION
               IF WS-INST-HALLADA = "S"
                   PERFORM MOSTRAR-INSTRUCCION
               END-IF
               CLOSE INST-MASTER-FILE
           END-IF.

       MOSTRAR-INSTRUCCION.
           MOVE INST-ESTADO TO WS-NUEVO-ESTADO.
           PERFORM DESCRIBIR-ESTADO.
           PERFORM DESCRIBIR-FRECUENCIA.
           MOVE INST-NUM1 TO WS-NUM1-TEXTO.
           MOVE INST-NUM2 TO WS-NUM2-TEXTO.
           DISPLAY "INSTRUCCION " INST-ID " - "
               FUNCTION TRIM(WS-DESC-ESTADO).
           DISPLAY "  CLIENTE " INST-CUST " OPCION " INST-OPCION
               " NUM1 " FUNCTION TRIM(WS-NUM1-TEXTO)
               " NUM2 " FUNCTION TRIM(WS-NUM2-TEXTO)
               " MONEDA " INST-MONEDA.
           DISPLAY "  " FUNCTION TRIM(WS-DESC-FRECUENCIA)
               " DESDE " INST-FECHA-INICIO " HASTA " INST-FECHA-FIN
               " - SIGUIENTE " INST-PROXIMA.
           IF INST-ULTIMA > 0
               DISPLAY "  ULTIMA ASENTADA " INST-ULTIMA " (FILA "
                   INST-POST-DATE "/" INST-POST-SEQ ")"
           END-IF.
           IF INST-LOTE NOT = SPACES
               DISPLAY "  OCURRENCIA DEL " INST-FECHA-OCURR
                   " EN VUELO EN EL LOTE " INST-LOTE
                   " (GENERADA " INST-FECHA-GEN ")"
           END-IF.
           DISPLAY "  ALTA " INST-FECHA-ALTA " POR "
               FUNCTION TRIM(INST-OPER-ALTA) "; ULTIMO CAMBIO "
               INST-FECHA-ULT " POR " FUNCTION TRIM(INST-OPER-ULT).

       LISTAR-INSTRUCCIONES.
           PERFORM ABRIR-INSTRUCCIONES.
           IF WS-INSTMAST-FILE-STATUS = "00"
               MOVE 0 TO WS-CONTADOR
               MOVE 0 TO INST-ID
               START INST-MASTER-FILE KEY NOT < INST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INST-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CONTADOR
                           MOVE INST-NUM1 TO WS-NUM1-TEXTO
                           DISPLAY "  " INST-ID " " INST-ESTADO
                               " CLIENTE " INST-CUST
                               " OP " INST-OPCION
                               " " FUNCTION TRIM(WS-NUM1-TEXTO)
                               " " INST-MONEDA
                               " " INST-FRECUENCIA
                               " SIG " INST-PROXIMA
                               " " INST-LOTE
                   END-READ
               END-PERFORM
               DISPLAY "  INSTRUCCIONES: " WS-CONTADOR
               CLOSE INST-MASTER-FILE
           END-IF.

      *-----------------------------------------------------------
      * Con una ocurrencia en vuelo no se tocan los importes: el
      * generador reconoce la fila asentada por ellos. La fecha
      * fin si se puede mover.
      *-----------------------------------------------------------
       MODIFICAR-INSTRUCCION.
           PERFORM ABRIR-INSTRUCCIONES.
           IF WS-INSTMAST-FILE-STATUS = "00"
               PERFORM PEDIR-INSTRUCCION
               IF WS-INST-HALLADA = "S"
                   IF INST-ESTADO = "T"
                       DISPLAY "LA INSTRUCCION ESTA DADA DE BAJA."
                   ELSE
                       PERFORM MOSTRAR-INSTRUCCION
                       PERFORM MODIFICAR-CAMPOS
                   END-IF
               END-IF
               CLOSE INST-MASTER-FILE
           END-IF.

       MODIFICAR-CAMPOS.
           MOVE INST-NUM1 TO WS-NUM1.
           MOVE INST-NUM2 TO WS-NUM2.
           MOVE INST-OPCION TO WS-OPCION.
           IF INST-LOTE = SPACES
               DISPLAY "CAMBIAR IMPORTES (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   PERFORM CAPTURAR-NUM1
                   PERFORM CAPTURAR-NUM2
               END-IF
           ELSE
               DISPLAY "OCURRENCIA EN VUELO: LOS IMPORTES NO SE"
                   " PUEDEN CAMBIAR HASTA QUE SE ASIENTE."
           END-IF.
           IF (WS-OPCION = 4 OR WS-OPCION = 7) AND WS-NUM2 = 0
               DISPLAY "RECHAZADO: NUM2 NO PUEDE SER CERO PARA ESA"
                   " OPERACION. SIN CAMBIOS."
           ELSE
               MOVE INST-FECHA-INICIO TO WS-FECHA-INICIO
               PERFORM CAPTURAR-FIN
               MOVE WS-NUM1 TO INST-NUM1
               MOVE WS-NUM2 TO INST-NUM2
               MOVE WS-FECHA-FIN TO INST-FECHA-FIN
               PERFORM ASENTAR-CAMBIO
           END-IF.

      *-----------------------------------------------------------
      * Suspender solo una activa, reactivar solo una suspendida;
      * la baja es definitiva. La ocurrencia que ya estuviera en
      * vuelo se sigue confirmando igual.
      *-----------------------------------------------------------
       CAMBIAR-ESTADO.
           PERFORM ABRIR-INSTRUCCIONES.
           IF WS-INSTMAST-FILE-STATUS = "00"
               PERFORM PEDIR-INSTRUCCION
               IF WS-INST-HALLADA = "S"
                   IF INST-ESTADO = "T"
                       DISPLAY "LA INSTRUCCION YA ESTA DADA DE BAJA."
                   ELSE
                   IF WS-NUEVO-ESTADO = "S" AND INST-ESTADO = "S"
                       DISPLAY "LA INSTRUCCION YA ESTA SUSPENDIDA."
                   ELSE
                   IF WS-NUEVO-ESTADO = "A" AND INST-ESTADO = "A"
                       DISPLAY "LA INSTRUCCION YA ESTA ACTIVA."
                   ELSE
                       MOVE WS-NUEVO-ESTADO TO INST-ESTADO
                       PERFORM ASENTAR-CAMBIO
                   END-IF
                   END-IF
                   END-IF
               END-IF
               CLOSE INST-MASTER-FILE
           END-IF.

      *-----------------------------------------------------------
      * La ocurrencia que el lote no asento se resuelve a mano:
      * A = ya se aplico por otra via (p.ej. corregida en
      * REPARA-RECHAZOS) y la instruccion corre a su siguiente
      * fecha; G = se vuelve a generar en la siguiente corrida con
      * la misma fecha de ocurrencia.
      *-----------------------------------------------------------
       RESOLVER-OCURRENCIA.
           PERFORM ABRIR-INSTRUCCIONES.
           IF WS-INSTMAST-FILE-STATUS = "00"
               PERFORM PEDIR-INSTRUCCION
               IF WS-INST-HALLADA = "S"
                   IF INST-LOTE = SPACES
                       DISPLAY "LA INSTRUCCION NO TIENE OCURRENCIA"
                           " EN VUELO."
                   ELSE
                       PERFORM MOSTRAR-INSTRUCCION
                       DISPLAY "A = DAR POR APLICADA, G = VOLVER A"
                           " GENERAR, OTRO = SIN CAMBIOS:"
                       ACCEPT WS-RESPUESTA
                       EVALUATE WS-RESPUESTA
                           WHEN "A"
                           WHEN "a"
                               MOVE INST-FECHA-OCURR TO INST-ULTIMA
                               MOVE 0 TO INST-POST-DATE
                               MOVE 0 TO INST-POST-SEQ
                               MOVE INST-FECHA-OCURR TO WS-FECHA-BASE
                               PERFORM SIGUIENTE-FECHA
                               MOVE WS-FECHA-NUEVA TO INST-PROXIMA
                               PERFORM LIBERAR-OCURRENCIA
                           WHEN "G"
                           WHEN "g"
                               MOVE INST-FECHA-OCURR TO INST-PROXIMA
                               PERFORM LIBERAR-OCURRENCIA
                           WHEN OTHER
                               DISPLAY "SIN CAMBIOS."
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE INST-MASTER-FILE
           END-IF.

       LIBERAR-OCURRENCIA.
           MOVE SPACES TO INST-LOTE.
           MOVE 0 TO INST-FECHA-GEN.
           MOVE 0 TO INST-FECHA-OCURR.
           IF INST-FECHA-FIN > 0
               AND INST-PROXIMA > INST-FECHA-FIN
               MOVE "T" TO INST-ESTADO
           END-IF.
           PERFORM ASENTAR-CAMBIO.

       ASENTAR-CAMBIO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-SYS-DATE    TO INST-FECHA-ULT.
           MOVE WS-OPER-ACTUAL TO INST-OPER-ULT.
           REWRITE INSTMAST-RECORD.
           IF WS-INSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-INSTMAST-FILE-STATUS
                   " ACTUALIZANDO LA INSTRUCCION."
               MOVE "ERROR DE E/S ACTUALIZANDO UNA INSTRUCCION."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE INST-ESTADO TO WS-NUEVO-ESTADO
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "INSTRUCCION " INST-ID " "
                   FUNCTION TRIM(WS-DESC-ESTADO) ", SIGUIENTE "
                   INST-PROXIMA "."
           END-IF.

       DESCRIBIR-ESTADO.
           EVALUATE WS-NUEVO-ESTADO
               WHEN "A"
                   MOVE "ACTIVA"      TO WS-DESC-ESTADO
               WHEN "S"
                   MOVE "SUSPENDIDA"  TO WS-DESC-ESTADO
               WHEN "T"
                   MOVE "TERMINADA"   TO WS-DESC-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-DESC-ESTADO
           END-EVALUATE.

       DESCRIBIR-FRECUENCIA.
           EVALUATE INST-FRECUENCIA
               WHEN "S"
                   MOVE "SEMANAL"     TO WS-DESC-FRECUENCIA
               WHEN "Q"
                   MOVE "CATORCENAL"  TO WS-DESC-FRECUENCIA
               WHEN "M"
                   MOVE "MENSUAL"     TO WS-DESC-FRECUENCIA
               WHEN "T"
                   MOVE "TRIMESTRAL"  TO WS-DESC-FRECUENCIA
               WHEN "A"
                   MOVE "ANUAL"       TO WS-DESC-FRECUENCIA
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-DESC-FRECUENCIA
           END-EVALUATE.

      *-----------------------------------------------------------
      * Siguiente fecha desde la ocurrencia en WS-FECHA-BASE:
      * semanal y catorcenal por dias corridos; mensual,
      * trimestral y anual por meses, al dia ancla o al ultimo
      * dia del mes si el mes es mas corto.
      *-----------------------------------------------------------
       SIGUIENTE-FECHA.
           IF INST-FRECUENCIA = "S" OR INST-FRECUENCIA = "Q"
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-BASE)
               IF INST-FRECUENCIA = "S"
                   ADD 7 TO WS-FECHA-ENTERO
               ELSE
                   ADD 14 TO WS-FECHA-ENTERO
               END-IF
               COMPUTE WS-FECHA-NUEVA =
                   FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO)
           ELSE
               EVALUATE INST-FRECUENCIA
                   WHEN "T"
                       MOVE 3 TO WS-MESES
                   WHEN "A"
                       MOVE 12 TO WS-MESES
                   WHEN OTHER
                       MOVE 1 TO WS-MESES
               END-EVALUATE
               COMPUTE WS-MES-TOTAL = WS-BASE-ANIO * 12
                   + WS-BASE-MES - 1 + WS-MESES
               COMPUTE WS-NUEVA-ANIO = WS-MES-TOTAL / 12
               COMPUTE WS-NUEVA-MES =
                   FUNCTION MOD(WS-MES-TOTAL, 12) + 1
               MOVE 1 TO WS-NUEVA-DIA
               PERFORM ULTIMO-DIA-MES
               IF INST-DIA-ANCLA > WS-ULTIMO-DIA
                   MOVE WS-ULTIMO-DIA TO WS-NUEVA-DIA
               ELSE
                   MOVE INST-DIA-ANCLA TO WS-NUEVA-DIA
               END-IF
           END-IF.

       ULTIMO-DIA-MES.
           IF WS-NUEVA-MES = 12
               COMPUTE WS-PRIMERO-SIG =
                   (WS-NUEVA-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PRIMERO-SIG = WS-NUEVA-ANIO * 10000
                   + (WS-NUEVA-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FECHA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-PRIMERO-SIG) - 1.
           COMPUTE WS-ULTIMO-DIA = FUNCTION MOD(
               FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO), 100).

       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "MANTIENE-RECURRENTES" TO ERRLOG-PROGRAM
           MOVE WS-ERR-MENSAJE     TO ERRLOG-MESSAGE
           MOVE "ERRLOG" TO WS-SELLO-LOG
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               ERRLOG-DATE + ERRLOG-TIME, 999999937)
           CALL "SELLA-AUDITORIA" USING WS-SELLO-LOG
               WS-SELLO-APORTE WS-SELLO-SEQ WS-SELLO-CHECK
           MOVE WS-SELLO-SEQ   TO ERRLOG-SEQ
           MOVE WS-SELLO-CHECK TO ERRLOG-CHECK
           MOVE WS-OPER-ACTUAL TO ERRLOG-OPERADOR
           CALL "CORRIDA-ACTUAL" USING WS-CORRIDA-ACTUAL
           MOVE WS-CORRIDA-ACTUAL TO ERRLOG-CORRIDA
           WRITE ERRLOG-RECORD.
           CLOSE ERROR-LOG-FILE.

       END PROGRAM MANTIENE-RECURRENTES.
