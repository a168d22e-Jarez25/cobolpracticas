               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESQ-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

           SELECT HIST-CUST-FILE ASSIGN TO "CALCHISTC.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

           SELECT LIMIT-INDEX-FILE ASSIGN TO "LIMIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIMIDX-CUST
               FILE STATUS IS WS-LIMIDX-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CALCIN-CUST-ID    PIC X(6).
      * Moneda opcional del movimiento: espacios = moneda base;
      * informada, los importes se convierten al capturar con la
      * tasa vigente de TASAIDX.DAT.
           05 CALCIN-MONEDA     PIC X(3).
      * Plazo de la operacion 9 (periodos con signo); las entradas
      * sin el campo lo leen en blanco y valen cero.
           05 CALCIN-PLAZO      PIC S9(3) SIGN IS TRAILING SEPARATE.
      * Registro de control al final del archivo: marca "T", numero
      * de registros de detalle y total hash de NUM1+NUM2, para que
      * el lote pueda negarse a cerrar con un archivo truncado.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTMAST.cpy".

      * Limite de exposicion por cliente, por llave; el cliente
      * sin registro no tiene tope. Lo mantiene MANTIENE-CLIENTES.
       FD  LIMIT-INDEX-FILE.
           COPY "LIMIDX.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

      * Tipos de cambio por moneda y fecha de vigencia; aplica la
      * tasa mas reciente cuya vigencia no rebase la fecha de
      * negocio.
       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".
           01 RESULTADO  PIC S9(9)V99 SIGN IS TRAILING SEPARATE
                             VALUE 0.
           01 OPCION     PIC 9 VALUE 0.
      *    Periodos de la operacion 9: positivo lleva NUM1 a valor
      *    futuro, negativo lo trae a valor presente.
           01 WS-PLAZO   PIC S9(3) SIGN IS TRAILING SEPARATE VALUE 0.
           01 WS-TASA-FACTOR PIC S9(11)V9(17) VALUE 0.
           01 MODO-BATCH PIC X VALUE "N".
           01 WS-MENSAJE PIC X(60) VALUE SPACES.
           01 WS-EOF-LOTE PIC X VALUE "N".
           01 WS-PARM-NUM2        PIC X(10) VALUE SPACES.
           01 WS-PARM-OPCION      PIC X(10) VALUE SPACES.
           01 WS-PARM-ENVIAR-API  PIC X(10) VALUE SPACES.
           01 WS-PARM-PLAZO       PIC X(10) VALUE SPACES.
           01 WS-ENVIAR-API       PIC X VALUE "N".
           01 WS-CALCRESULT-FILE-STATUS PIC XX VALUE "00".
           01 WS-RESULTADO-TEXTO  PIC -(9)9.99.
           01 WS-NUM1-TEXTO       PIC -(7)9.99.
           01 WS-NUM2-TEXTO       PIC -(7)9.99.
           01 WS-PLAZO-TEXTO      PIC -(3)9.
           01 WS-UMBRALCHK-FILE-STATUS PIC XX VALUE "00".
           01 WS-BREACH-FLAG      PIC X VALUE "N".
           01 WS-CALCULO-OK       PIC X VALUE "S".
               05 WS-CF-ANO       PIC 9(4).
               05 WS-CF-MES       PIC 9(2).
               05 WS-CF-DIA       PIC 9(2).
           01 WS-CUOTA-VENC       PIC 9(8) VALUE 0.
           01 WS-CUSTMAST-FILE-STATUS PIC XX VALUE "00".
           01 WS-CUST-ID          PIC 9(6) VALUE 0.
           01 WS-CUST-CAPTURA     PIC X(6) VALUE SPACES.
           01 WS-CUST-VALIDO      PIC X VALUE "N".
           01 WS-CUST-INACTIVO    PIC X VALUE "N".
      *    Sucursal del cliente validado y si es de otra sucursal
      *    que la del operador (sin alcance de casa matriz).
           01 WS-CUST-SUCURSAL    PIC X(3) VALUE SPACES.
           01 WS-CUST-AJENO       PIC X VALUE "N".
           01 WS-SUCURSAL-DEFECTO PIC X(3) VALUE "001".
           01 WS-OPER-SUCURSAL    PIC X(3) VALUE SPACES.
           01 WS-OPER-MATRIZ      PIC X VALUE "N".
           01 WS-SUCURSAL-CALC    PIC X(3) VALUE SPACES.
           01 WS-EOF-CUST         PIC X VALUE "N".
           01 WS-SES-EVENTO       PIC X(3) VALUE SPACES.
           01 WS-SES-PROG         PIC X(20) VALUE SPACES.
           01 WS-COTIZA-ACTUAL    PIC 9(6) VALUE 0.
           01 WS-COTIZA-DIAS      PIC 9(3) VALUE 30.
           01 WS-EXPIRA-ENTERO    PIC 9(7) VALUE 0.
           01 WS-LIMIDX-FILE-STATUS PIC XX VALUE "00".
           01 WS-OPER-FILE-STATUS PIC XX VALUE "00".
           01 WS-EOF-LIM          PIC X VALUE "N".
           01 WS-CUST-TIENE-LIM   PIC X VALUE "N".
           01 WS-CUST-LIMITE      PIC S9(11)V99 VALUE 0.
           01 WS-DIA-CLIENTE      PIC S9(11)V99 VALUE 0.
           01 WS-EXPO-AUTORIZA    PIC X VALUE "N".
           01 WS-SUP-ID           PIC X(10) VALUE SPACES.
           01 WS-SUP-PASSWORD     PIC X(10) VALUE SPACES.
           01 WS-SUP-HASH         PIC X(20) VALUE SPACES.
           01 WS-SUP-VALIDO       PIC X VALUE "N".
           01 WS-EOF-OPER         PIC X VALUE "N".
           01 WS-LIMITE-TEXTO     PIC -(11)9.99.
           01 WS-HAY-PENDIENTES   PIC X VALUE "N".
           01 WS-CKPT-LOTE-ID     PIC X(7) VALUE SPACES.
           01 WS-LQ-J             PIC 9(2) VALUE 0.
           01 WS-TASAIDX-FILE-STATUS PIC XX VALUE "00".
           01 WS-EOF-TASAS        PIC X VALUE "N".
           01 WS-TASAS-ABIERTO    PIC X VALUE "N".
           01 WS-MON-ACTUAL       PIC X(3) VALUE SPACES.
           01 WS-TASA-ACTUAL      PIC 9(3)V9(6) VALUE 0.
           01 WS-IMP-ORIG         PIC S9(9)V99 VALUE 0.
           01 WS-RED-OPERACION    PIC X(10) VALUE SPACES.
           01 WS-RED-PROGRAMA     PIC X(20)
                                  VALUE "CALCULADORA-BASICA".
           01 WS-RED-REGISTRA     PIC X VALUE "S".
           01 WS-RED-REGLA        PIC X(6) VALUE SPACES.
           01 WS-RED-EXACTO       PIC S9(11)V9(7) VALUE 0.
           01 WS-RED-VALOR        PIC S9(11)V99 VALUE 0.
           01 WS-TASA-HALLADA     PIC X VALUE "N".
      *    Ultima moneda y fecha buscadas y su respuesta: el lote
      *    trae casi siempre las mismas y no se vuelve al archivo.
           01 WS-TASA-MEMO-MON    PIC X(3) VALUE SPACES.
           01 WS-TASA-MEMO-FECHA  PIC 9(8) VALUE 0.
           01 WS-TASA-MEMO-VALOR  PIC 9(3)V9(6) VALUE 0.
           01 WS-MONEDA-RECHAZADA PIC X VALUE "N".
           01 WS-HISTCUST-FILE-STATUS PIC XX VALUE "00".
           01 WS-CINTA-NOMBRE     PIC X(20) VALUE "CINTA.DAT".
           01 WS-CADLOCK-TOMADO   PIC X VALUE "N".
           01 WS-INTENTOS-CADLOCK PIC 9 VALUE 0.
           01 WS-CLIENTES-CACHE   PIC X VALUE "N".
           01 WS-LIMITES-LOTE     PIC X VALUE "N".
           01 WS-LIMITES-ABIERTO  PIC X VALUE "N".
           01 WS-NUM-CLICACHE     PIC 9(4) VALUE 0.
           01 WS-CLI-IDX          PIC 9(4) VALUE 0.

      *    Estados del maestro de clientes cargados UNA vez por
      *    corrida de lote: el registro 40,000 ya no recorre
               05 WS-CLI-ENTRY OCCURS 1000 TIMES.
                   10 WS-CLI-ID      PIC 9(6).
                   10 WS-CLI-ESTADO  PIC X.
                   10 WS-CLI-SUCURSAL PIC X(3).

      *    Copia en memoria de CADENA.DAT para actualizar solo la
      *    entrada de CALCLOG al volcar, sin pisar las demas.
                   10 WS-CSES-OPER      PIC 9(3).
                   10 WS-CSES-ARCHIVO   PIC X(20).

      *    La cola de lotes en memoria, para marcar PROCESADO y
      *    reescribirla conforme avanza la noche.
           01 WS-TABLA-LOTESQ.
                   MOVE SPACES TO WS-PARM-ENVIAR-API
           END-ACCEPT.

           DISPLAY 5 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-PLAZO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PLAZO
           END-ACCEPT.

           IF FUNCTION TRIM(WS-PARM-NUM1) NOT = SPACES
                   AND FUNCTION TRIM(WS-PARM-NUM2) NOT = SPACES
                   AND FUNCTION TRIM(WS-PARM-OPCION) NOT = SPACES
           COMPUTE NUM1   = FUNCTION NUMVAL(WS-PARM-NUM1).
           COMPUTE NUM2   = FUNCTION NUMVAL(WS-PARM-NUM2).
           COMPUTE OPCION = FUNCTION NUMVAL(WS-PARM-OPCION).
           MOVE 0 TO WS-PLAZO.
           IF OPCION = 9
               AND FUNCTION TRIM(WS-PARM-PLAZO) NOT = SPACES
               COMPUTE WS-PLAZO = FUNCTION NUMVAL(WS-PARM-PLAZO)
           END-IF.
           PERFORM CALCULAR-RESULTADO.
           DISPLAY WS-MENSAJE.
           IF WS-CALCULO-OK = "S"

       ELEGIR-OPERACION.
           MOVE 0 TO OPCION.
           PERFORM UNTIL OPCION >= 1 AND OPCION <= 9
               DISPLAY "SELECCIONA UNA OPERACION:"
               DISPLAY "1. SUMA"
               DISPLAY "2. RESTA"
               DISPLAY "5. POTENCIA"
               DISPLAY "6. RAIZ CUADRADA (DE NUM1)"
               DISPLAY "7. CUOTAS (NUM1 EN NUM2 PAGOS MENSUALES)"
               DISPLAY "8. PORCENTAJE (NUM2 POR CIENTO DE NUM1)"
               DISPLAY "9. TASA COMPUESTA (NUM1 AL NUM2 POR CIENTO"
                   " POR PERIODO)"
               ACCEPT OPCION
               IF OPCION < 1 OR OPCION > 9
                   DISPLAY "OPCION INVALIDA. INGRESA UN VALOR DE 1 A 9."
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PLAZO.
           IF OPCION = 9
               DISPLAY "PERIODOS: 1 = RECARGO (TASA POSITIVA) O"
                   " DESCUENTO (NEGATIVA),"
               DISPLAY "  N = CRECIMIENTO COMPUESTO, -N = VALOR"
                   " PRESENTE DE NUM1:"
               ACCEPT WS-PLAZO
           END-IF.

      *-----------------------------------------------------------
      * Liga el calculo a un cliente de CUSTMAST.DAT. Cero o vacio
      * deja el calculo sin cliente, como hasta ahora; un ID
      * informado tiene que existir en el maestro - los desconocidos
      * se rechazan a ERRLOG.DAT y se vuelve a preguntar. Tampoco
      * se acepta un cliente de otra sucursal, salvo al operador
      * de casa matriz.
      *-----------------------------------------------------------
       CAPTURAR-CLIENTE.
           MOVE 0 TO WS-CUST-ID.
           MOVE SPACES TO WS-CUST-SUCURSAL.
           MOVE "N" TO WS-CUST-VALIDO.
           PERFORM UNTIL WS-CUST-VALIDO = "S"
               DISPLAY "ID DE CLIENTE (0 = SIN CLIENTE):"
                                   WS-CUST-ID
                                   DELIMITED BY SIZE
                                   INTO WS-MENSAJE
                           ELSE
                           IF WS-CUST-AJENO = "S"
                               DISPLAY "CLIENTE DE OTRA SUCURSAL: "
                                   WS-CUST-ID " (" WS-CUST-SUCURSAL
                                   ")"
                               STRING "CLIENTE DE OTRA SUCURSAL: "
                                   WS-CUST-ID
                                   DELIMITED BY SIZE
                                   INTO WS-MENSAJE
                           ELSE
                               DISPLAY "CLIENTE DESCONOCIDO: "
                                   WS-CUST-ID
                                   DELIMITED BY SIZE
                                   INTO WS-MENSAJE
                           END-IF
                           END-IF
                           PERFORM REGISTRAR-ERROR
                       END-IF
                   ELSE
      * recorrido que hace CONSULTA-CLIENTE. Un cliente
      * desactivado (estado I de MANTIENE-CLIENTES) existe pero no
      * acepta calculos nuevos: se marca aparte para que el que
      * pregunta pueda decirlo con claridad. Lo mismo un cliente
      * de otra sucursal cuando el operador no es de casa matriz.
      *-----------------------------------------------------------
       VALIDAR-CLIENTE.
           MOVE "N" TO WS-CUST-VALIDO.
           MOVE "N" TO WS-CUST-INACTIVO.
           MOVE "N" TO WS-CUST-AJENO.
           MOVE SPACES TO WS-CUST-SUCURSAL.
      *    Con la cache del lote cargada, la validacion es una
      *    busqueda en memoria; sin cache (camino interactivo o
      *    maestro desbordado) se recorre el archivo como siempre.
                               MOVE "Y" TO WS-EOF-CUST
                           NOT AT END
                               IF CUSTMAST-ID = WS-CUST-ID
                                   MOVE CUSTMAST-SUCURSAL
                                       TO WS-CUST-SUCURSAL
                                   IF CUSTMAST-STATUS = "I"
                                       MOVE "S"
                                           TO WS-CUST-INACTIVO
                   CLOSE CUSTOMER-MASTER-FILE
               END-IF
           END-IF.
           IF WS-CUST-VALIDO = "S"
               IF WS-CUST-SUCURSAL = SPACES
                   MOVE WS-SUCURSAL-DEFECTO TO WS-CUST-SUCURSAL
               END-IF
               PERFORM TOMAR-SUCURSAL-OPERADOR
               IF WS-OPER-MATRIZ NOT = "S"
                   AND WS-CUST-SUCURSAL NOT = WS-OPER-SUCURSAL
                   MOVE "N" TO WS-CUST-VALIDO
                   MOVE "S" TO WS-CUST-AJENO
               END-IF
           END-IF.

      *    En modo flujo la sucursal del operador de la corrida se
      *    toma una vez; el camino interactivo la pide cada vez.
       TOMAR-SUCURSAL-OPERADOR.
           IF WS-LOTE-STREAM NOT = "S" OR WS-OPER-SUCURSAL = SPACES
               CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
                   WS-OPER-MATRIZ
           END-IF.

      *    Sello de sucursal del calculo: la del cliente, o la del
      *    operador cuando el calculo no lleva cliente.
       FIJAR-SUCURSAL-CALCULO.
           IF WS-CUST-ID > 0 AND WS-CUST-SUCURSAL NOT = SPACES
               MOVE WS-CUST-SUCURSAL TO WS-SUCURSAL-CALC
           ELSE
               PERFORM TOMAR-SUCURSAL-OPERADOR
               MOVE WS-OPER-SUCURSAL TO WS-SUCURSAL-CALC
           END-IF.

       VALIDAR-CLIENTE-CACHE.
           PERFORM VARYING WS-CLI-IDX FROM 1 BY 1
                   UNTIL WS-CLI-IDX > WS-NUM-CLICACHE
               IF WS-CLI-ID(WS-CLI-IDX) = WS-CUST-ID
                   MOVE WS-CLI-SUCURSAL(WS-CLI-IDX)
                       TO WS-CUST-SUCURSAL
                   IF WS-CLI-ESTADO(WS-CLI-IDX) = "I"
                       MOVE "S" TO WS-CUST-INACTIVO
                   ELSE
           MOVE WS-CSES-ABIERTA TO WS-CSES-IDX.
           MOVE WS-CSES-NUM(WS-CSES-IDX) TO WS-CINTA-SESION.
           MOVE WS-CSES-CLIENTE(WS-CSES-IDX) TO WS-CUST-ID.
           MOVE SPACES TO WS-CUST-SUCURSAL.
           IF WS-CUST-ID > 0
               PERFORM VALIDAR-CLIENTE
           END-IF.
           MOVE WS-CSES-CARRY(WS-CSES-IDX) TO NUM1.
           MOVE WS-CSES-SUBTOTAL(WS-CSES-IDX)
               TO WS-CINTA-SUBTOTAL.
           MOVE NUM2      TO WS-NUM2-TEXTO.
           MOVE RESULTADO TO WS-RESULTADO-TEXTO.
           MOVE SPACES TO CINTA-LINE.
           IF OPCION = 9
               MOVE WS-PLAZO TO WS-PLAZO-TEXTO
               STRING WS-CINTA-OPERACION ") OPCION " OPCION
                      " NUM1 " FUNCTION TRIM(WS-NUM1-TEXTO)
                      " NUM2 " FUNCTION TRIM(WS-NUM2-TEXTO)
                      " PLAZO " FUNCTION TRIM(WS-PLAZO-TEXTO)
                      " = " FUNCTION TRIM(WS-RESULTADO-TEXTO)
                   DELIMITED BY SIZE INTO CINTA-LINE
           ELSE
               STRING WS-CINTA-OPERACION ") OPCION " OPCION
                      " NUM1 " FUNCTION TRIM(WS-NUM1-TEXTO)
                      " NUM2 " FUNCTION TRIM(WS-NUM2-TEXTO)
                      " = " FUNCTION TRIM(WS-RESULTADO-TEXTO)
                   DELIMITED BY SIZE INTO CINTA-LINE
           END-IF.
           WRITE CINTA-LINE.

      *-----------------------------------------------------------
       PROCESO-LOTE.
           PERFORM LEER-MODO-PRUEBA.
           PERFORM CARGAR-COLA-LOTES.
           PERFORM ABRIR-TASAS.
           PERFORM CARGAR-CLIENTES-LOTE.
           PERFORM ABRIR-LIMITES-LOTE.
      *    Modo flujo: la bitacora, la historia, el camino por
      *    cliente y la cola de excesos se abren UNA vez por
      *    corrida y la secuencia avanza en memoria - el mes de
      *    posterior en la misma sesion vuelve a leer el maestro
      *    vivo, como siempre.
           MOVE "N" TO WS-CLIENTES-CACHE.
           IF WS-TASAS-ABIERTO = "S"
               CLOSE TASA-INDEX-FILE
               MOVE "N" TO WS-TASAS-ABIERTO
           END-IF.
           IF WS-LIMITES-ABIERTO = "S"
               CLOSE LIMIT-INDEX-FILE
               MOVE "N" TO WS-LIMITES-ABIERTO
           END-IF.
           MOVE "N" TO WS-LIMITES-LOTE.

       CARGAR-CLIENTES-LOTE.
           MOVE "S" TO WS-CLIENTES-CACHE.
                                   WS-CLI-ID(WS-NUM-CLICACHE)
                               MOVE CUSTMAST-STATUS TO
                                   WS-CLI-ESTADO(WS-NUM-CLICACHE)
                               MOVE CUSTMAST-SUCURSAL TO
                                   WS-CLI-SUCURSAL(WS-NUM-CLICACHE)
                           ELSE
                               MOVE "N" TO WS-CLIENTES-CACHE
                               MOVE "Y" TO WS-EOF-CUST
                   " CACHE DEL LOTE; SE VALIDARA POR REGISTRO."
           END-IF.

      *    Los limites se leen por llave del indexado, abierto
      *    UNA vez por corrida; sin archivo no hay topes, como
      *    siempre.
       ABRIR-LIMITES-LOTE.
           MOVE "S" TO WS-LIMITES-LOTE.
           MOVE "N" TO WS-LIMITES-ABIERTO.
           OPEN INPUT LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-LIMITES-ABIERTO
           END-IF.

       ABRIR-ARCHIVOS-LOTE.
      *-----------------------------------------------------------
       VALIDAR-CLIENTE-LOTE.
           MOVE 0 TO WS-CUST-ID.
           MOVE SPACES TO WS-CUST-SUCURSAL.
           MOVE "S" TO WS-CUST-VALIDO.
           IF CALCIN-CUST-ID NOT = SPACES
               AND CALCIN-CUST-ID IS NUMERIC
                       STRING "CLIENTE INACTIVO EN CALCIN: "
                              WS-CUST-ID
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   ELSE
                   IF WS-CUST-AJENO = "S"
                       STRING "CLIENTE DE OTRA SUCURSAL EN CALCIN: "
                              WS-CUST-ID
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   ELSE
                       STRING "CLIENTE DESCONOCIDO EN CALCIN: "
                              WS-CUST-ID
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   END-IF
                   END-IF
                   PERFORM REGISTRAR-ERROR
               END-IF
           END-IF.
           MOVE CALCIN-NUM1   TO NUM1.
           MOVE CALCIN-NUM2   TO NUM2.
           MOVE CALCIN-OPCION TO OPCION.
           MOVE 0 TO WS-PLAZO.
           IF OPCION = 9 AND CALCIN-PLAZO IS NUMERIC
               MOVE CALCIN-PLAZO TO WS-PLAZO
           END-IF.
           PERFORM APLICAR-CONVERSION.
           PERFORM CALCULAR-RESULTADO.
           MOVE WS-MENSAJE TO CALCRPT-LINE.
           END-IF.

      *-----------------------------------------------------------
      * Monedas: TASAIDX.DAT se abre una vez por corrida. Para un
      * registro con moneda informada aplica la tasa mas reciente
      * cuya vigencia no rebase la fecha de negocio, buscada por
      * llave; sin tasa, el registro se rechaza. El trailer cuadra
      * sobre los importes ORIGINALES (los que el remitente
      * declaro); la conversion a base pasa despues, y la
      * historia guarda moneda, tasa e importe original para
      * auditoria.
      *-----------------------------------------------------------
       ABRIR-TASAS.
           MOVE "N" TO WS-TASAS-ABIERTO.
           MOVE SPACES TO WS-TASA-MEMO-MON.
           MOVE 0 TO WS-TASA-MEMO-FECHA.
           OPEN INPUT TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-TASAS-ABIERTO
           ELSE
               DISPLAY "AVISO: NO SE PUDO ABRIR TASAIDX.DAT ("
                   WS-TASAIDX-FILE-STATUS "); LOS REGISTROS CON"
                   " MONEDA SE RECHAZARAN."
           END-IF.

       BUSCAR-TASA-REGISTRO.
               ELSE
                   CALL "FECHA-NEGOCIO" USING WS-SYS-DATE
               END-IF
               IF CALCIN-MONEDA NOT = WS-TASA-MEMO-MON
                   OR WS-SYS-DATE NOT = WS-TASA-MEMO-FECHA
                   PERFORM LEER-TASA-VIGENTE
               END-IF
               IF WS-TASA-HALLADA = "S"
                   MOVE WS-TASA-MEMO-VALOR TO WS-TASA-ACTUAL
                   MOVE CALCIN-MONEDA TO WS-MON-ACTUAL
               ELSE
                   MOVE "S" TO WS-MONEDA-RECHAZADA
               END-IF
           END-IF.

      *    Se posiciona en la primera vigencia de la moneda y se
      *    avanza mientras la vigencia no rebase la fecha: la
      *    ultima leida es la que aplica.
       LEER-TASA-VIGENTE.
           MOVE CALCIN-MONEDA TO WS-TASA-MEMO-MON.
           MOVE WS-SYS-DATE TO WS-TASA-MEMO-FECHA.
           MOVE 0 TO WS-TASA-MEMO-VALOR.
           MOVE "N" TO WS-TASA-HALLADA.
           IF WS-TASAS-ABIERTO = "S"
               MOVE CALCIN-MONEDA TO TASAIDX-MONEDA
               MOVE 0 TO TASAIDX-FECHA
               START TASA-INDEX-FILE KEY NOT < TASAIDX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-TASAS
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-TASAS
               END-START
               PERFORM UNTIL WS-EOF-TASAS = "Y"
                   READ TASA-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-TASAS
                       NOT AT END
                           IF TASAIDX-MONEDA NOT = CALCIN-MONEDA
                               OR TASAIDX-FECHA > WS-SYS-DATE
                               MOVE "Y" TO WS-EOF-TASAS
                           ELSE
                               MOVE TASAIDX-TASA
                                   TO WS-TASA-MEMO-VALOR
                               MOVE "S" TO WS-TASA-HALLADA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    NUM1 es siempre importe y se convierte; NUM2 solo lo es
      *    en suma, resta y multiplicacion - en division, potencia,
      *    raiz, cuotas, porcentaje y tasa compuesta es divisor,
      *    exponente, numero de pagos o tasa y convertirlo seria un
      *    error.
       APLICAR-CONVERSION.
           MOVE 0 TO WS-IMP-ORIG.
           IF WS-MON-ACTUAL NOT = SPACES
               MOVE NUM1 TO WS-IMP-ORIG
               MOVE "CONVERSION" TO WS-RED-OPERACION
               COMPUTE WS-RED-EXACTO = NUM1 * WS-TASA-ACTUAL
               PERFORM REDONDEAR-IMPORTE
               MOVE WS-RED-VALOR TO NUM1
               IF OPCION <= 3
                   COMPUTE WS-RED-EXACTO = NUM2 * WS-TASA-ACTUAL
                   PERFORM REDONDEAR-IMPORTE
                   MOVE WS-RED-VALOR TO NUM2
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Todo importe que la calculadora lleva a centavos pasa por
      * REDONDEA-IMPORTE con la regla que finanzas publica por
      * operacion en REDONDEO.DAT; la diferencia queda en
      * REDONDEOS.DAT salvo en modo practica, que no graba nada.
      *-----------------------------------------------------------
       REDONDEAR-IMPORTE.
           IF WS-MODO-PRACTICA = "S"
               MOVE "N" TO WS-RED-REGISTRA
           ELSE
               MOVE "S" TO WS-RED-REGISTRA
           END-IF.
           CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
               WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
               WS-RED-EXACTO WS-RED-VALOR.

      *    Resultado exacto de las operaciones 3 a 6, 8 y 9 llevado a
      *    RESULTADO; lo que no cabe es desbordamiento igual que
      *    antes.
       REDONDEAR-RESULTADO.
           IF WS-RED-EXACTO >= 999999999.995
               OR WS-RED-EXACTO <= -999999999.995
               MOVE "RESULT OVERFLOW" TO WS-MENSAJE
               MOVE "N" TO WS-CALCULO-OK
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE OPCION TO WS-RED-OPERACION
               PERFORM REDONDEAR-IMPORTE
               MOVE WS-RED-VALOR TO RESULTADO
           END-IF.

      *-----------------------------------------------------------
      * Cuadre clasico de lote: si el archivo trae su registro de
      * control "T", el conteo y el total hash acumulados durante
                       FUNCTION TRIM(WS-RESULTADO-TEXTO)
                       DELIMITED BY SIZE INTO WS-MENSAJE
               WHEN 3
                   MULTIPLY NUM1 BY NUM2 GIVING WS-RED-EXACTO
                       ON SIZE ERROR
                           MOVE "RESULT OVERFLOW" TO WS-MENSAJE
                           MOVE "N" TO WS-CALCULO-OK
                           PERFORM REGISTRAR-ERROR
                       NOT ON SIZE ERROR
                           PERFORM REDONDEAR-RESULTADO
                   END-MULTIPLY
                   IF WS-CALCULO-OK = "S"
                       MOVE RESULTADO TO WS-RESULTADO-TEXTO
                       STRING "RESULTADO DE LA MULTIPLICACION ES: "
                           FUNCTION TRIM(WS-RESULTADO-TEXTO)
                           DELIMITED BY SIZE INTO
                           WS-MENSAJE
                   END-IF
               WHEN 4
                   IF NUM2 = 0
                       MOVE "ERROR: NO SE PUEDE DIVIDIR ENTRE CERO."
                       MOVE "N" TO WS-CALCULO-OK
                       PERFORM REGISTRAR-ERROR
                   ELSE
                       DIVIDE NUM1 BY NUM2 GIVING WS-RED-EXACTO
                       PERFORM REDONDEAR-RESULTADO
                       IF WS-CALCULO-OK = "S"
                           MOVE RESULTADO TO WS-RESULTADO-TEXTO
                           STRING "RESULTADO DE LA DIVISION ES: "
                               FUNCTION TRIM(WS-RESULTADO-TEXTO)
                               DELIMITED BY SIZE INTO WS-MENSAJE
                       END-IF
                   END-IF
               WHEN 5
                   COMPUTE WS-RED-EXACTO = NUM1 ** NUM2
                       ON SIZE ERROR
                           MOVE "RESULT OVERFLOW" TO WS-MENSAJE
                           MOVE "N" TO WS-CALCULO-OK
                           PERFORM REGISTRAR-ERROR
                       NOT ON SIZE ERROR
                           PERFORM REDONDEAR-RESULTADO
                   END-COMPUTE
                   IF WS-CALCULO-OK = "S"
                       MOVE RESULTADO TO WS-RESULTADO-TEXTO
                       STRING "RESULTADO DE LA POTENCIA ES: "
                           FUNCTION TRIM(WS-RESULTADO-TEXTO)
                           DELIMITED BY SIZE INTO
                           WS-MENSAJE
                   END-IF
               WHEN 6
                   IF NUM1 < 0
                       STRING "ERROR: NO SE PUEDE SACAR RAIZ DE UN"
                       MOVE "N" TO WS-CALCULO-OK
                       PERFORM REGISTRAR-ERROR
                   ELSE
                       COMPUTE WS-RED-EXACTO = FUNCTION SQRT(NUM1)
                           ON SIZE ERROR
                               MOVE "RESULT OVERFLOW" TO WS-MENSAJE
                               MOVE "N" TO WS-CALCULO-OK
                               PERFORM REGISTRAR-ERROR
                           NOT ON SIZE ERROR
                               PERFORM REDONDEAR-RESULTADO
                       END-COMPUTE
                       IF WS-CALCULO-OK = "S"
                           MOVE RESULTADO TO WS-RESULTADO-TEXTO
                           STRING "RESULTADO DE LA RAIZ ES: "
                               FUNCTION TRIM(WS-RESULTADO-TEXTO)
                               DELIMITED BY SIZE INTO
                               WS-MENSAJE
                       END-IF
                   END-IF
               WHEN 7
                   PERFORM CALCULAR-CUOTAS
               WHEN 8
                   COMPUTE WS-RED-EXACTO = NUM1 * NUM2 / 100
                       ON SIZE ERROR
                           MOVE "RESULT OVERFLOW" TO WS-MENSAJE
                           MOVE "N" TO WS-CALCULO-OK
                           PERFORM REGISTRAR-ERROR
                       NOT ON SIZE ERROR
                           PERFORM REDONDEAR-RESULTADO
                   END-COMPUTE
                   IF WS-CALCULO-OK = "S"
                       MOVE RESULTADO TO WS-RESULTADO-TEXTO
                       STRING "RESULTADO DEL PORCENTAJE ES: "
                           FUNCTION TRIM(WS-RESULTADO-TEXTO)
                           DELIMITED BY SIZE INTO
                           WS-MENSAJE
                   END-IF
               WHEN 9
                   PERFORM CALCULAR-TASA-COMPUESTA
               WHEN OTHER
                   MOVE NUM1 TO WS-NUM1-TEXTO
                   STRING "OPCION INVALIDA. NUM1: "
                   PERFORM REGISTRAR-ERROR
           END-EVALUATE.

      *-----------------------------------------------------------
      * OPCION 9: NUM1 capitalizado al NUM2 por ciento por periodo
      * durante WS-PLAZO periodos. Un periodo es el recargo (tasa
      * positiva) o el descuento (tasa negativa) sobre el importe;
      * N periodos es el crecimiento compuesto y un plazo negativo
      * trae NUM1 a valor presente. La tasa no puede llegar a
      * -100 y el plazo va de 1 a 360 periodos en cualquier
      * sentido, igual que las cuotas.
      *-----------------------------------------------------------
       CALCULAR-TASA-COMPUESTA.
           IF NUM2 NOT > -100
               MOVE "ERROR: TASA INVALIDA (DEBE SER MAYOR A -100)."
                   TO WS-MENSAJE
               MOVE "N" TO WS-CALCULO-OK
               PERFORM REGISTRAR-ERROR
           ELSE
           IF WS-PLAZO = 0 OR WS-PLAZO > 360 OR WS-PLAZO < -360
               MOVE "ERROR: PLAZO INVALIDO (1-360 PERIODOS)."
                   TO WS-MENSAJE
               MOVE "N" TO WS-CALCULO-OK
               PERFORM REGISTRAR-ERROR
           ELSE
      *        El factor va aparte con muchos decimales para que
      *        la potencia no pierda centavos en importes grandes.
               COMPUTE WS-TASA-FACTOR =
                   (1 + NUM2 / 100) ** WS-PLAZO
                   ON SIZE ERROR
                       MOVE "RESULT OVERFLOW" TO WS-MENSAJE
                       MOVE "N" TO WS-CALCULO-OK
                       PERFORM REGISTRAR-ERROR
               END-COMPUTE
               IF WS-CALCULO-OK = "S"
                   COMPUTE WS-RED-EXACTO = NUM1 * WS-TASA-FACTOR
                       ON SIZE ERROR
                           MOVE "RESULT OVERFLOW" TO WS-MENSAJE
                           MOVE "N" TO WS-CALCULO-OK
                           PERFORM REGISTRAR-ERROR
                       NOT ON SIZE ERROR
                           PERFORM REDONDEAR-RESULTADO
                   END-COMPUTE
               END-IF
               IF WS-CALCULO-OK = "S"
                   MOVE RESULTADO TO WS-RESULTADO-TEXTO
                   IF WS-PLAZO < 0
                       STRING "VALOR PRESENTE ES: "
                           FUNCTION TRIM(WS-RESULTADO-TEXTO)
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   ELSE
                       STRING "VALOR FUTURO ES: "
                           FUNCTION TRIM(WS-RESULTADO-TEXTO)
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   END-IF
               END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * OPCION 7: reparte NUM1 en NUM2 cuotas mensuales iguales.
      * La cuota base se lleva al centavo con la regla de
      * REDONDEO.DAT y la ultima absorbe el residuo, de modo que
      * el plan suma exactamente el importe original en lugar del
      * cuadre manual de centavos de siempre. Si la regla dejara
      * la ultima cuota en negativo se vuelve a la base truncada.
      * RESULTADO queda con la cuota base, asi el plan pasa por
      * ESCRIBIR-BITACORA/ESCRIBIR-HISTORIA como cualquier calculo,
      * y el detalle fechado se graba en CUOTAS.DAT.
               PERFORM REGISTRAR-ERROR
           ELSE
               MOVE NUM2 TO WS-NUM-CUOTAS
               COMPUTE WS-RED-EXACTO = NUM1 / WS-NUM-CUOTAS
               MOVE "7" TO WS-RED-OPERACION
               SUBTRACT 1 FROM WS-NUM-CUOTAS
                   GIVING WS-CUOTAS-MENOS1
      *        Primero se prueba la regla sin registrar nada; solo
      *        la base que queda en el plan deja su diferencia.
               MOVE "N" TO WS-RED-REGISTRA
               CALL "REDONDEA-IMPORTE" USING WS-RED-OPERACION
                   WS-RED-PROGRAMA WS-RED-REGISTRA WS-RED-REGLA
                   WS-RED-EXACTO WS-RED-VALOR
               COMPUTE WS-CUOTA-FINAL =
                   NUM1 - WS-RED-VALOR * WS-CUOTAS-MENOS1
               IF (NUM1 >= 0 AND WS-CUOTA-FINAL < 0)
                   OR (NUM1 < 0 AND WS-CUOTA-FINAL > 0)
                   MOVE "TRUNCA" TO WS-RED-REGLA
               END-IF
               PERFORM REDONDEAR-IMPORTE
               MOVE SPACES TO WS-RED-REGLA
               MOVE WS-RED-VALOR TO WS-CUOTA-BASE
               MULTIPLY WS-CUOTA-BASE BY WS-CUOTAS-MENOS1
                   GIVING WS-CUOTA-FINAL
               SUBTRACT WS-CUOTA-FINAL FROM NUM1
      * Una fila fechada por cuota (mes a mes a partir del proximo,
      * dia recortado a 28 para no caer en fechas inexistentes) y
      * una linea de total al final. El archivo se extiende para
      * que un lote con varios planes conserve todos. La fecha
      * del contrato que cae en fin de semana o feriado de
      * CALPROC.DAT vence el siguiente dia habil (DIA-HABIL); el
      * maestro guarda las dos.
      *-----------------------------------------------------------
       GENERAR-CUOTAS.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
               ELSE
                   MOVE WS-CUOTA-BASE TO WS-CUOTA-IMPORTE
               END-IF
               CALL "DIA-HABIL" USING WS-CUOTA-FECHA WS-CUOTA-VENC
               MOVE WS-CUOTA-IMPORTE TO WS-RESULTADO-TEXTO
               MOVE SPACES TO CUOTAS-LINE
               STRING "CUOTA " WS-CUOTA-IDX
                      " FECHA " WS-CUOTA-VENC
                      " IMPORTE " FUNCTION TRIM(WS-RESULTADO-TEXTO)
                   DELIMITED BY SIZE INTO CUOTAS-LINE
               WRITE CUOTAS-LINE
           MOVE WS-PLAN-ACTUAL   TO CUOTMAST-PLAN.
           MOVE WS-CUOTA-IDX     TO CUOTMAST-NUM.
           MOVE WS-CUST-ID       TO CUOTMAST-CUST.
           MOVE WS-CUOTA-VENC    TO CUOTMAST-FECHA-VENC.
           MOVE WS-CUOTA-IMPORTE TO CUOTMAST-IMPORTE.
           MOVE "P"              TO CUOTMAST-ESTADO.
           MOVE 0                TO CUOTMAST-FECHA-PAGO.
           MOVE 0                TO CUOTMAST-IMP-PAGO.
           MOVE WS-CUOTA-FECHA   TO CUOTMAST-FECHA-CONTR.
           WRITE CUOTMAST-RECORD.

      *    La fecha del asiento es la fecha de negocio controlada
               CALL "FECHA-NEGOCIO" USING WS-SYS-DATE
           END-IF.
           ACCEPT WS-SYS-TIME FROM TIME.
           PERFORM FIJAR-SUCURSAL-CALCULO.

      *    En modo flujo la bitacora ya esta abierta por la
      *    corrida; el abrir-cerrar por registro es solo del
           MOVE RESULTADO   TO CALCLOG-RESULTADO
           MOVE WS-LOTE-ACTUAL TO CALCLOG-LOTE
           MOVE WS-CUST-ID  TO CALCLOG-CUST
           MOVE WS-PLAZO    TO CALCLOG-PLAZO
           MOVE WS-SUCURSAL-CALC TO CALCLOG-SUCURSAL
           COMPUTE WS-SELLO-APORTE = FUNCTION MOD(
               CALCLOG-DATE + CALCLOG-TIME
               + FUNCTION INTEGER(
           MOVE WS-MON-ACTUAL  TO CALCHIST-MONEDA
           MOVE WS-TASA-ACTUAL TO CALCHIST-TASA
           MOVE WS-IMP-ORIG    TO CALCHIST-IMP-ORIG
           MOVE WS-PLAZO       TO CALCHIST-PLAZO
           MOVE WS-SUCURSAL-CALC TO CALCHIST-SUCURSAL
      *    Si otra sesion gano la misma clave entre la asignacion
      *    y el WRITE (estado 22), se pide secuencia nueva y se
      *    reintenta: la clave unica del indexado es el arbitro.
           END-IF.

      *-----------------------------------------------------------
      * Limite de exposicion por cliente (LIMIDX.DAT): el dia del
      * cliente se suma de CALCHIST.DAT y se proyecta con el nuevo
      * RESULTADO; si el valor absoluto rebasa el limite, en
      * interactivo se avisa y solo un supervisor (OPER-ROL S de
               END-IF
           END-IF.

      *    Sin registro del cliente en LIMIDX.DAT no hay tope y la
      *    verificacion no aplica.
       LEER-LIMITE-CLIENTE.
           MOVE "N" TO WS-CUST-TIENE-LIM.
           MOVE 0 TO WS-CUST-LIMITE.
      *    En lote el indexado queda abierto toda la corrida; en
      *    interactivo se abre para la consulta.
           IF WS-LIMITES-LOTE = "S"
               IF WS-LIMITES-ABIERTO = "S"
                   PERFORM LEER-LIMITE-LLAVE
               END-IF
           ELSE
               OPEN INPUT LIMIT-INDEX-FILE
               IF WS-LIMIDX-FILE-STATUS = "00"
                   PERFORM LEER-LIMITE-LLAVE
                   CLOSE LIMIT-INDEX-FILE
               END-IF
           END-IF.

       LEER-LIMITE-LLAVE.
           MOVE WS-CUST-ID TO LIMIDX-CUST.
           READ LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-CUST-TIENE-LIM
               MOVE LIMIDX-MONTO TO WS-CUST-LIMITE
           END-IF.

      *    El dia del cliente se suma del camino por cliente
      *    (CALCHISTC.DAT) posicionando directo en cliente+fecha;
                           MOVE "Y" TO WS-EOF-OPER
                       NOT AT END
                           IF OPER-ID = WS-SUP-ID
                               AND OPER-HASH NOT = SPACES
                               AND OPER-ROL = "S"
                               AND OPER-ESTADO NOT = "D"
                               AND OPER-ESTADO NOT = "L"
                               CALL "CIFRA-PASSWORD" USING
                                   WS-SUP-PASSWORD OPER-SALT WS-SUP-HASH
                               IF WS-SUP-HASH = OPER-HASH
                                   MOVE "S" TO WS-SUP-VALIDO
                               END-IF
                               MOVE "Y" TO WS-EOF-OPER
                           END-IF
                   END-READ
