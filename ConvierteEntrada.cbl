       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-ENTRADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEF-FILE ASSIGN TO WS-DEF-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-FILE-STATUS.

           SELECT FEED-FILE ASSIGN TO WS-FEED-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT CALC-INPUT-FILE ASSIGN TO WS-SALIDA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOTE-SEQ-FILE ASSIGN TO "LOTESEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESEQ-FILE-STATUS.

           SELECT LOTES-QUEUE-FILE ASSIGN TO "LOTESQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESQ-FILE-STATUS.

           SELECT REJ-FILE ASSIGN TO WS-REJ-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACK-FILE ASSIGN TO WS-ACK-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Definicion de la entrada de cada remitente, DEF_nombre.DAT,
      * un renglon por dato (palabra clave y valores separados por
      * espacios; lo que no se entiende se ignora):
      *   ARCHIVO COMPRAS.DAT       archivo que manda el remitente
      *   FUENTE COMPRAS            fuente en LOTESQ.DAT (omision:
      *                             el nombre de la entrada)
      *   FORMATO DELIMITADO        o FIJO (posiciones fijas)
      *   SEPARADOR ;               un caracter, o COMA, PUNTOYCOMA,
      *                             TAB, BARRA (omision: coma)
      *   ENCABEZADO 1              renglones iniciales a saltar
      *   FECHA DDMMAAAA            o AAAAMMDD, MMDDAAAA; las
      *                             diagonales y guiones se ignoran
      *   DECIMAL COMA              o PUNTO (omision), IMPLICITO
      *                             (dos decimales sin punto)
      *   MONEDA USD                moneda si la fila no trae
      *   CAMPO NUM1 1              delimitado: numero de columna
      *   CAMPO NUM1 1 10           fijo: posicion inicial y largo
      * Los campos de CALCIN que se pueden mapear: NUM1, NUM2,
      * OPERACION (nombre) u OPCION (1-9), CLIENTE, MONEDA, PLAZO y
      * FECHA (se valida, no viaja al lote). NUM1, NUM2 y la
      * operacion son obligatorios.
       FD  DEF-FILE.
       01 DEF-LINE                  PIC X(80).

       FD  FEED-FILE.
       01 FEED-LINE                 PIC X(200).

       FD  CALC-INPUT-FILE.
       01 CALCIN-RECORD.
           05 CALCIN-NUM1       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 CALCIN-NUM2       PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 CALCIN-OPCION     PIC 9.
           05 CALCIN-CUST-ID    PIC 9(6).
           05 CALCIN-MONEDA     PIC X(3).
           05 CALCIN-PLAZO      PIC S9(3) SIGN IS TRAILING SEPARATE.
       01 CALCIN-TRAILER.
           05 CALCIN-TRL-MARCA  PIC X.
           05 CALCIN-TRL-CUENTA PIC 9(6).
           05 CALCIN-TRL-HASH   PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.

       FD  LOTE-SEQ-FILE.
       01 LOTESEQ-LINE              PIC 9(6).

       FD  LOTES-QUEUE-FILE.
       01 LOTESQ-RECORD.
           05 LQ-ID             PIC X(7).
           05 FILLER            PIC X.
           05 LQ-FUENTE         PIC X(8).
           05 FILLER            PIC X.
           05 LQ-ARCHIVO        PIC X(20).
           05 FILLER            PIC X.
           05 LQ-ESTADO         PIC X(9).
           05 FILLER            PIC X.
           05 LQ-FECHA          PIC 9(8).

       FD  REJ-FILE.
       01 REJ-LINE                  PIC X(200).

      * Acuse de vuelta al remitente, como el de finanzas pero con
      * el separador de su propia entrada.
       FD  ACK-FILE.
       01 ACK-LINE                  PIC X(80).

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DEF-FILE-STATUS        PIC XX VALUE "00".
       01 WS-FEED-FILE-STATUS       PIC XX VALUE "00".
       01 WS-LOTESEQ-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LOTESQ-FILE-STATUS     PIC XX VALUE "00".
       01 WS-ENTRADA                PIC X(8) VALUE SPACES.
       01 WS-PARM-ENTRADA           PIC X(20) VALUE SPACES.
       01 WS-DEF-NOMBRE             PIC X(40) VALUE SPACES.
       01 WS-FEED-NOMBRE            PIC X(40) VALUE SPACES.
       01 WS-REJ-NOMBRE             PIC X(40) VALUE SPACES.
       01 WS-ACK-NOMBRE             PIC X(40) VALUE SPACES.
       01 WS-SALIDA-NOMBRE          PIC X(20) VALUE SPACES.
       01 WS-LOTE-NUM               PIC 9(6) VALUE 0.
       01 WS-LOTE-ID                PIC X(7) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-DEF-OK                 PIC X VALUE "S".
       01 WS-TOK1                   PIC X(15) VALUE SPACES.
       01 WS-TOK2                   PIC X(40) VALUE SPACES.
       01 WS-TOK3                   PIC X(15) VALUE SPACES.
       01 WS-TOK4                   PIC X(15) VALUE SPACES.

      * Lo que dice la definicion.
       01 WS-FUENTE                 PIC X(8) VALUE SPACES.
       01 WS-FORMATO                PIC X(10) VALUE SPACES.
       01 WS-SEPARADOR              PIC X VALUE ",".
       01 WS-ENCABEZADO             PIC 9(3) VALUE 0.
       01 WS-FORMATO-FECHA          PIC X(8) VALUE "AAAAMMDD".
       01 WS-DECIMAL                PIC X(9) VALUE "PUNTO".
       01 WS-MONEDA-DEFECTO         PIC X(3) VALUE SPACES.
       01 WS-SEP-DECIMAL            PIC X VALUE ".".
       01 WS-SEP-MILES              PIC X VALUE ",".

      * Campos de CALCIN que se pueden mapear, en este orden.
       01 WS-CAMPOS-NOMBRES.
           05 FILLER PIC X(9) VALUE "NUM1".
           05 FILLER PIC X(9) VALUE "NUM2".
           05 FILLER PIC X(9) VALUE "OPERACION".
           05 FILLER PIC X(9) VALUE "OPCION".
           05 FILLER PIC X(9) VALUE "CLIENTE".
           05 FILLER PIC X(9) VALUE "MONEDA".
           05 FILLER PIC X(9) VALUE "PLAZO".
           05 FILLER PIC X(9) VALUE "FECHA".
       01 WS-CAMPOS-NOMBRES-R REDEFINES WS-CAMPOS-NOMBRES.
           05 WS-CAMPO-NOMBRE OCCURS 8 TIMES PIC X(9).

      * Donde viene cada campo: columna (delimitado) o posicion y
      * largo (fijo); columna y posicion en cero = no viene.
       01 WS-TABLA-MAPEO.
           05 WS-MAP-ENTRY OCCURS 8 TIMES.
               10 WS-MAP-COLUMNA    PIC 9(2).
               10 WS-MAP-INICIO     PIC 9(3).
               10 WS-MAP-LARGO      PIC 9(2).
               10 WS-MAP-VALOR      PIC X(30).
       01 WS-T                      PIC 9(2) VALUE 0.
       01 WS-CAMPO-HALLADO          PIC 9(2) VALUE 0.
       01 WS-NUMERO                 PIC S9(5)V99 VALUE 0.

      * Columnas de una fila delimitada.
       01 WS-TABLA-COLUMNAS.
           05 WS-COLUMNA OCCURS 12 TIMES PIC X(30).

      * Conversion de la fila en turno.
       01 WS-LINEA                  PIC 9(6) VALUE 0.
       01 WS-LEIDOS                 PIC 9(6) VALUE 0.
       01 WS-CONVERTIDOS            PIC 9(6) VALUE 0.
       01 WS-RECHAZADOS             PIC 9(6) VALUE 0.
       01 WS-FILA-OK                PIC X VALUE "S".
       01 WS-MOTIVO-FILA            PIC X(10) VALUE SPACES.
       01 WS-CAMPO                  PIC X(30) VALUE SPACES.
       01 WS-NORMAL                 PIC X(30) VALUE SPACES.
       01 WS-CAR                    PIC X VALUE SPACE.
       01 WS-J                      PIC 9(2) VALUE 0.
       01 WS-K                      PIC 9(2) VALUE 0.
       01 WS-PUNTOS                 PIC 9(2) VALUE 0.
       01 WS-VALOR-OK               PIC X VALUE "S".
       01 WS-VALOR                  PIC S9(11)V99 VALUE 0.
       01 WS-NUM1                   PIC S9(7)V99 VALUE 0.
       01 WS-NUM2                   PIC S9(7)V99 VALUE 0.
       01 WS-OPCION                 PIC 9 VALUE 0.
       01 WS-CLIENTE                PIC 9(6) VALUE 0.
       01 WS-MONEDA                 PIC X(3) VALUE SPACES.
       01 WS-PLAZO                  PIC S9(3) VALUE 0.
       01 WS-FECHA-DIG              PIC X(8) VALUE SPACES.
       01 WS-FECHA-ISO              PIC X(8) VALUE SPACES.
       01 WS-FECHA-FILA             PIC 9(8) VALUE 0.
       01 WS-HASH-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-HASH-TEXTO             PIC -(11)9.99.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-ERR-DETALLE            PIC X(80) VALUE SPACES.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-ACK-SEP                PIC X VALUE ",".
       01 WS-ACK-IDX                PIC 9(3) VALUE 0.
       01 WS-NUM-ACK                PIC 9(3) VALUE 0.

      * Rechazos acumulados para el acuse: fila y motivo.
       01 WS-TABLA-ACK.
           05 WS-ACK-ENTRY OCCURS 200 TIMES.
               10 WS-ACK-FILA       PIC 9(6).
               10 WS-ACK-MOTIVO     PIC X(10).

       COPY "OPNOMBRE.cpy".

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Convertidor generico de entradas de otros departamentos:
      * lo que CONVIERTE-CSV hace para el CSV de finanzas, pero
      * guiado por la definicion DEF_nombre.DAT de cada remitente
      * (delimitado o de posiciones fijas, orden de campos,
      * formato de fecha y de decimales, moneda por omision). Las
      * filas buenas salen como lote CALCIN_Lnnnnnn.DAT con su
      * trailer, encolado en LOTESQ.DAT con la fuente de la
      * definicion; las malas van a REJ_nombre.DAT y el acuse con
      * totales, hash y rechazos a ACK_nombre.DAT. El nombre de la
      * entrada sale del primer argumento o se pregunta.
      * RETURN-CODE: 0 normal, 4 con rechazos, 8 sin definicion
      * valida o sin archivo de entrada.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           PERFORM OBTENER-ENTRADA.
           PERFORM CARGAR-DEFINICION.
           IF WS-DEF-OK NOT = "S"
               DISPLAY FUNCTION TRIM(WS-ERR-MENSAJE)
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT FEED-FILE.
           IF WS-FEED-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "NO SE PUDO ABRIR "
                      FUNCTION TRIM(WS-FEED-NOMBRE)
                      " (ENTRADA " FUNCTION TRIM(WS-ENTRADA) ")."
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               DISPLAY FUNCTION TRIM(WS-ERR-MENSAJE)
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           ELSE
               PERFORM ASIGNAR-LOTE
               OPEN OUTPUT CALC-INPUT-FILE
               OPEN OUTPUT REJ-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LINEA
                           IF WS-LINEA > WS-ENCABEZADO
                               AND FEED-LINE NOT = SPACES
                               ADD 1 TO WS-LEIDOS
                               PERFORM CONVERTIR-FILA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
               PERFORM ESCRIBIR-TRAILER
               CLOSE CALC-INPUT-FILE
               CLOSE REJ-FILE
               PERFORM ENCOLAR-LOTE
               PERFORM ESCRIBIR-ACUSE
               PERFORM IMPRIMIR-RESUMEN
           END-IF.

           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       OBTENER-ENTRADA.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-ENTRADA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ENTRADA
           END-ACCEPT.
           IF WS-PARM-ENTRADA = SPACES
               DISPLAY "NOMBRE DE LA ENTRADA (DEF_nombre.DAT):"
               ACCEPT WS-PARM-ENTRADA
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-PARM-ENTRADA) TO WS-ENTRADA.
           MOVE SPACES TO WS-DEF-NOMBRE WS-REJ-NOMBRE WS-ACK-NOMBRE.
           STRING "DEF_" FUNCTION TRIM(WS-ENTRADA) ".DAT"
               DELIMITED BY SIZE INTO WS-DEF-NOMBRE.
           STRING "REJ_" FUNCTION TRIM(WS-ENTRADA) ".DAT"
               DELIMITED BY SIZE INTO WS-REJ-NOMBRE.
           STRING "ACK_" FUNCTION TRIM(WS-ENTRADA) ".DAT"
               DELIMITED BY SIZE INTO WS-ACK-NOMBRE.

      *-----------------------------------------------------------
      * Carga DEF_nombre.DAT y revisa que alcance para convertir:
      * archivo, formato, los tres campos obligatorios y que cada
      * campo mapeado caiga dentro de la fila.
      *-----------------------------------------------------------
       CARGAR-DEFINICION.
           MOVE "S" TO WS-DEF-OK.
           MOVE SPACES TO WS-FEED-NOMBRE WS-FORMATO.
           MOVE WS-ENTRADA TO WS-FUENTE.
           MOVE "," TO WS-SEPARADOR.
           MOVE 0 TO WS-ENCABEZADO.
           MOVE "AAAAMMDD" TO WS-FORMATO-FECHA.
           MOVE "PUNTO" TO WS-DECIMAL.
           MOVE SPACES TO WS-MONEDA-DEFECTO.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               MOVE 0 TO WS-MAP-COLUMNA(WS-T)
               MOVE 0 TO WS-MAP-INICIO(WS-T)
               MOVE 0 TO WS-MAP-LARGO(WS-T)
           END-PERFORM.
           MOVE SPACES TO WS-ERR-MENSAJE.
           IF WS-ENTRADA = SPACES
               MOVE "N" TO WS-DEF-OK
               MOVE "FALTA EL NOMBRE DE LA ENTRADA."
                   TO WS-ERR-MENSAJE
           ELSE
               OPEN INPUT DEF-FILE
               IF WS-DEF-FILE-STATUS NOT = "00"
                   MOVE "N" TO WS-DEF-OK
                   STRING "NO EXISTE LA DEFINICION "
                          FUNCTION TRIM(WS-DEF-NOMBRE) "."
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ DEF-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM INTERPRETAR-DEFINICION
                       END-READ
                   END-PERFORM
                   CLOSE DEF-FILE
                   PERFORM VALIDAR-DEFINICION
               END-IF
           END-IF.

       INTERPRETAR-DEFINICION.
           MOVE SPACES TO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4.
           UNSTRING DEF-LINE DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4.
           EVALUATE FUNCTION UPPER-CASE(WS-TOK1)
               WHEN "ARCHIVO"
                   MOVE WS-TOK2 TO WS-FEED-NOMBRE
               WHEN "FUENTE"
                   MOVE FUNCTION UPPER-CASE(WS-TOK2) TO WS-FUENTE
               WHEN "FORMATO"
                   MOVE FUNCTION UPPER-CASE(WS-TOK2) TO WS-FORMATO
               WHEN "SEPARADOR"
                   EVALUATE FUNCTION UPPER-CASE(WS-TOK2)
                       WHEN "COMA"
                           MOVE "," TO WS-SEPARADOR
                       WHEN "PUNTOYCOMA"
                           MOVE ";" TO WS-SEPARADOR
                       WHEN "TAB"
                           MOVE X"09" TO WS-SEPARADOR
                       WHEN "BARRA"
                           MOVE "|" TO WS-SEPARADOR
                       WHEN OTHER
                           MOVE WS-TOK2(1:1) TO WS-SEPARADOR
                   END-EVALUATE
               WHEN "ENCABEZADO"
                   IF FUNCTION TEST-NUMVAL(WS-TOK2) = 0
                       COMPUTE WS-ENCABEZADO =
                           FUNCTION NUMVAL(WS-TOK2)
                   END-IF
               WHEN "FECHA"
                   MOVE FUNCTION UPPER-CASE(WS-TOK2)
                       TO WS-FORMATO-FECHA
               WHEN "DECIMAL"
                   MOVE FUNCTION UPPER-CASE(WS-TOK2) TO WS-DECIMAL
               WHEN "MONEDA"
                   MOVE FUNCTION UPPER-CASE(WS-TOK2)
                       TO WS-MONEDA-DEFECTO
               WHEN "CAMPO"
                   PERFORM INTERPRETAR-CAMPO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INTERPRETAR-CAMPO.
           MOVE 0 TO WS-CAMPO-HALLADO.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               IF WS-CAMPO-NOMBRE(WS-T) =
                   FUNCTION UPPER-CASE(WS-TOK2)
                   MOVE WS-T TO WS-CAMPO-HALLADO
               END-IF
           END-PERFORM.
           IF WS-CAMPO-HALLADO > 0
               AND FUNCTION TEST-NUMVAL(WS-TOK3) = 0
               COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-TOK3)
               IF WS-NUMERO > 0 AND WS-NUMERO < 201
                   MOVE WS-NUMERO TO WS-MAP-INICIO(WS-CAMPO-HALLADO)
                   IF WS-NUMERO < 100
                       MOVE WS-NUMERO
                           TO WS-MAP-COLUMNA(WS-CAMPO-HALLADO)
                   END-IF
               END-IF
               IF FUNCTION TEST-NUMVAL(WS-TOK4) = 0
                   COMPUTE WS-NUMERO = FUNCTION NUMVAL(WS-TOK4)
                   IF WS-NUMERO > 0 AND WS-NUMERO < 31
                       MOVE WS-NUMERO
                           TO WS-MAP-LARGO(WS-CAMPO-HALLADO)
                   END-IF
               END-IF
           END-IF.

       VALIDAR-DEFINICION.
           IF WS-FORMATO = "DELIMITADO"
               MOVE WS-SEPARADOR TO WS-ACK-SEP
           ELSE
               MOVE "," TO WS-ACK-SEP
           END-IF.
           EVALUATE WS-DECIMAL
               WHEN "PUNTO"
                   MOVE "." TO WS-SEP-DECIMAL
                   MOVE "," TO WS-SEP-MILES
               WHEN "COMA"
                   MOVE "," TO WS-SEP-DECIMAL
                   MOVE "." TO WS-SEP-MILES
               WHEN "IMPLICITO"
                   MOVE LOW-VALUE TO WS-SEP-DECIMAL
                   MOVE LOW-VALUE TO WS-SEP-MILES
               WHEN OTHER
                   MOVE "N" TO WS-DEF-OK
                   MOVE "DECIMAL DEBE SER PUNTO, COMA O IMPLICITO."
                       TO WS-ERR-MENSAJE
           END-EVALUATE.
           IF WS-FORMATO-FECHA NOT = "AAAAMMDD"
               AND WS-FORMATO-FECHA NOT = "DDMMAAAA"
               AND WS-FORMATO-FECHA NOT = "MMDDAAAA"
               MOVE "N" TO WS-DEF-OK
               MOVE "FECHA DEBE SER AAAAMMDD, DDMMAAAA O MMDDAAAA."
                   TO WS-ERR-MENSAJE
           END-IF.
           IF WS-FORMATO NOT = "DELIMITADO" AND WS-FORMATO NOT = "FIJO"
               MOVE "N" TO WS-DEF-OK
               MOVE "FORMATO DEBE SER DELIMITADO O FIJO."
                   TO WS-ERR-MENSAJE
           END-IF.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               IF WS-FORMATO = "DELIMITADO"
                   AND WS-MAP-INICIO(WS-T) > 12
                   MOVE "N" TO WS-DEF-OK
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "CAMPO " FUNCTION TRIM(WS-CAMPO-NOMBRE(WS-T))
                          ": LA COLUMNA PASA DE 12."
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               END-IF
               IF WS-FORMATO = "FIJO" AND WS-MAP-INICIO(WS-T) > 0
                   IF WS-MAP-LARGO(WS-T) = 0
                       OR WS-MAP-INICIO(WS-T) + WS-MAP-LARGO(WS-T)
                           > 201
                       MOVE "N" TO WS-DEF-OK
                       MOVE SPACES TO WS-ERR-MENSAJE
                       STRING "CAMPO "
                              FUNCTION TRIM(WS-CAMPO-NOMBRE(WS-T))
                              ": POSICION O LARGO INVALIDO."
                           DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAP-INICIO(1) = 0 OR WS-MAP-INICIO(2) = 0
               OR (WS-MAP-INICIO(3) = 0 AND WS-MAP-INICIO(4) = 0)
               MOVE "N" TO WS-DEF-OK
               MOVE "LA DEFINICION DEBE MAPEAR NUM1, NUM2 Y OPERACION"
                   & " U OPCION." TO WS-ERR-MENSAJE
           END-IF.
           IF WS-FEED-NOMBRE = SPACES
               MOVE "N" TO WS-DEF-OK
               MOVE "LA DEFINICION NO DICE EL ARCHIVO DE ENTRADA."
                   TO WS-ERR-MENSAJE
           END-IF.
           IF WS-DEF-OK NOT = "S"
               MOVE WS-ERR-MENSAJE TO WS-ERR-DETALLE
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING FUNCTION TRIM(WS-DEF-NOMBRE) ": "
                      FUNCTION TRIM(WS-ERR-DETALLE)
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
           END-IF.

      *-----------------------------------------------------------
      * Cada campo mapeado se toma de su columna o posicion y se
      * valida; la fila buena va al lote y la mala al archivo de
      * rechazos con su motivo para el acuse.
      *-----------------------------------------------------------
       CONVERTIR-FILA.
           MOVE "S" TO WS-FILA-OK.
           MOVE SPACES TO WS-MOTIVO-FILA.
           PERFORM SEPARAR-CAMPOS.

           MOVE WS-MAP-VALOR(1) TO WS-CAMPO.
           PERFORM CONVERTIR-IMPORTE.
           IF WS-VALOR-OK = "S"
               MOVE WS-VALOR TO WS-NUM1
           ELSE
               MOVE "N" TO WS-FILA-OK
               MOVE "NUM1" TO WS-MOTIVO-FILA
           END-IF.
           MOVE WS-MAP-VALOR(2) TO WS-CAMPO.
           PERFORM CONVERTIR-IMPORTE.
           IF WS-VALOR-OK = "S"
               MOVE WS-VALOR TO WS-NUM2
           ELSE
               MOVE "N" TO WS-FILA-OK
               IF WS-MOTIVO-FILA = SPACES
                   MOVE "NUM2" TO WS-MOTIVO-FILA
               END-IF
           END-IF.
           PERFORM MAPEAR-OPERACION.
           IF WS-OPCION = 0
               MOVE "N" TO WS-FILA-OK
               IF WS-MOTIVO-FILA = SPACES
                   MOVE "OPERACION" TO WS-MOTIVO-FILA
               END-IF
           END-IF.
           PERFORM CONVERTIR-CLIENTE.
           PERFORM CONVERTIR-PLAZO.
           IF WS-MAP-INICIO(8) > 0
               PERFORM CONVERTIR-FECHA
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MAP-VALOR(6)) TO WS-CAMPO.
           MOVE FUNCTION TRIM(WS-CAMPO) TO WS-MONEDA.
           IF WS-MONEDA = SPACES
               MOVE WS-MONEDA-DEFECTO TO WS-MONEDA
           END-IF.
           IF WS-FILA-OK = "S" AND WS-OPCION = 4 AND WS-NUM2 = 0
               MOVE "N" TO WS-FILA-OK
               MOVE "DIVCERO" TO WS-MOTIVO-FILA
           END-IF.

           IF WS-FILA-OK = "S"
               ADD 1 TO WS-CONVERTIDOS
               MOVE WS-NUM1    TO CALCIN-NUM1
               MOVE WS-NUM2    TO CALCIN-NUM2
               MOVE WS-OPCION  TO CALCIN-OPCION
               MOVE WS-CLIENTE TO CALCIN-CUST-ID
               MOVE WS-MONEDA  TO CALCIN-MONEDA
               MOVE WS-PLAZO   TO CALCIN-PLAZO
               WRITE CALCIN-RECORD
               ADD WS-NUM1 TO WS-HASH-TOTAL
               ADD WS-NUM2 TO WS-HASH-TOTAL
           ELSE
               ADD 1 TO WS-RECHAZADOS
               MOVE FEED-LINE TO REJ-LINE
               WRITE REJ-LINE
               IF WS-NUM-ACK < 200
                   ADD 1 TO WS-NUM-ACK
                   MOVE WS-LINEA TO WS-ACK-FILA(WS-NUM-ACK)
                   MOVE WS-MOTIVO-FILA
                       TO WS-ACK-MOTIVO(WS-NUM-ACK)
               END-IF
           END-IF.

       SEPARAR-CAMPOS.
           IF WS-FORMATO = "DELIMITADO"
               MOVE SPACES TO WS-TABLA-COLUMNAS
               UNSTRING FEED-LINE DELIMITED BY WS-SEPARADOR
                   INTO WS-COLUMNA(1) WS-COLUMNA(2) WS-COLUMNA(3)
                        WS-COLUMNA(4) WS-COLUMNA(5) WS-COLUMNA(6)
                        WS-COLUMNA(7) WS-COLUMNA(8) WS-COLUMNA(9)
                        WS-COLUMNA(10) WS-COLUMNA(11)
                        WS-COLUMNA(12)
           END-IF.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 8
               MOVE SPACES TO WS-MAP-VALOR(WS-T)
               IF WS-FORMATO = "DELIMITADO"
                   IF WS-MAP-COLUMNA(WS-T) > 0
                       MOVE WS-COLUMNA(WS-MAP-COLUMNA(WS-T))
                           TO WS-MAP-VALOR(WS-T)
                   END-IF
               ELSE
                   IF WS-MAP-INICIO(WS-T) > 0
                       MOVE FEED-LINE(WS-MAP-INICIO(WS-T):
                                      WS-MAP-LARGO(WS-T))
                           TO WS-MAP-VALOR(WS-T)
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Un importe en el formato de la entrada: se quitan espacios
      * y separador de miles, el decimal pasa a punto y, con
      * decimales implicitos, los ultimos dos digitos son los
      * centavos. Debe caber en los importes de CALCIN.
      *-----------------------------------------------------------
       CONVERTIR-IMPORTE.
           MOVE "S" TO WS-VALOR-OK.
           MOVE 0 TO WS-VALOR.
           MOVE SPACES TO WS-NORMAL.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 30
               MOVE WS-CAMPO(WS-K:1) TO WS-CAR
               EVALUATE TRUE
                   WHEN WS-CAR = SPACE
                       CONTINUE
                   WHEN WS-CAR = WS-SEP-MILES
                       CONTINUE
                   WHEN WS-CAR = WS-SEP-DECIMAL
                       ADD 1 TO WS-J
                       MOVE "." TO WS-NORMAL(WS-J:1)
                   WHEN OTHER
                       ADD 1 TO WS-J
                       MOVE WS-CAR TO WS-NORMAL(WS-J:1)
               END-EVALUATE
           END-PERFORM.
           MOVE 0 TO WS-PUNTOS.
           IF WS-DECIMAL = "IMPLICITO"
               INSPECT WS-NORMAL TALLYING WS-PUNTOS
                   FOR ALL "." ALL ","
           END-IF.
           IF WS-NORMAL = SPACES OR WS-PUNTOS > 0 OR WS-J > 13
               MOVE "N" TO WS-VALOR-OK
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-NORMAL) = 0
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-NORMAL)
                   IF WS-DECIMAL = "IMPLICITO"
                       COMPUTE WS-VALOR = WS-VALOR / 100
                   END-IF
                   IF WS-VALOR > 9999999.99
                       OR WS-VALOR < -9999999.99
                       MOVE "N" TO WS-VALOR-OK
                   END-IF
               ELSE
                   MOVE "N" TO WS-VALOR-OK
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * La operacion viene como OPCION (1-9) o por nombre; los
      * nombres son los de los reportes, mas RAIZ como en el CSV
      * de finanzas.
      *-----------------------------------------------------------
       MAPEAR-OPERACION.
           MOVE 0 TO WS-OPCION.
           IF WS-MAP-INICIO(4) > 0
               MOVE FUNCTION TRIM(WS-MAP-VALOR(4)) TO WS-CAMPO
               IF WS-CAMPO(1:1) >= "1" AND WS-CAMPO(1:1) <= "9"
                   AND WS-CAMPO(2:29) = SPACES
                   MOVE WS-CAMPO(1:1) TO WS-OPCION
               END-IF
           END-IF.
           IF WS-OPCION = 0 AND WS-MAP-INICIO(3) > 0
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(WS-MAP-VALOR(3))) TO WS-CAMPO
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 9
                   IF WS-CAMPO = WS-OPN-NOMBRE(WS-T)
                       MOVE WS-T TO WS-OPCION
                   END-IF
               END-PERFORM
               IF WS-CAMPO = "RAIZ"
                   MOVE 6 TO WS-OPCION
               END-IF
           END-IF.

       CONVERTIR-CLIENTE.
           MOVE 0 TO WS-CLIENTE.
           MOVE FUNCTION TRIM(WS-MAP-VALOR(5)) TO WS-CAMPO.
           IF WS-CAMPO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CAMPO) = 0
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-CAMPO)
                   IF WS-VALOR >= 0 AND WS-VALOR < 1000000
                       AND WS-VALOR = FUNCTION INTEGER(WS-VALOR)
                       MOVE WS-VALOR TO WS-CLIENTE
                   ELSE
                       PERFORM RECHAZAR-CLIENTE
                   END-IF
               ELSE
                   PERFORM RECHAZAR-CLIENTE
               END-IF
           END-IF.

       RECHAZAR-CLIENTE.
           MOVE "N" TO WS-FILA-OK.
           IF WS-MOTIVO-FILA = SPACES
               MOVE "CLIENTE" TO WS-MOTIVO-FILA
           END-IF.

       CONVERTIR-PLAZO.
           MOVE 0 TO WS-PLAZO.
           MOVE FUNCTION TRIM(WS-MAP-VALOR(7)) TO WS-CAMPO.
           IF WS-CAMPO NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-CAMPO) = 0
                   COMPUTE WS-VALOR = FUNCTION NUMVAL(WS-CAMPO)
                   IF WS-VALOR > -1000 AND WS-VALOR < 1000
                       AND WS-VALOR = FUNCTION INTEGER(WS-VALOR)
                       MOVE WS-VALOR TO WS-PLAZO
                   ELSE
                       PERFORM RECHAZAR-PLAZO
                   END-IF
               ELSE
                   PERFORM RECHAZAR-PLAZO
               END-IF
           END-IF.

       RECHAZAR-PLAZO.
           MOVE "N" TO WS-FILA-OK.
           IF WS-MOTIVO-FILA = SPACES
               MOVE "PLAZO" TO WS-MOTIVO-FILA
           END-IF.

      *-----------------------------------------------------------
      * La fecha de la fila se lleva a AAAAMMDD segun el formato
      * de la definicion (sin diagonales ni guiones) y tiene que
      * ser una fecha real; el lote no la lleva, pero una fila con
      * fecha imposible es una fila descompuesta.
      *-----------------------------------------------------------
       CONVERTIR-FECHA.
           MOVE SPACES TO WS-FECHA-DIG.
           MOVE 0 TO WS-J.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 30
               MOVE WS-MAP-VALOR(8)(WS-K:1) TO WS-CAR
               IF WS-CAR IS NUMERIC AND WS-J < 9
                   ADD 1 TO WS-J
                   IF WS-J < 9
                       MOVE WS-CAR TO WS-FECHA-DIG(WS-J:1)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FECHA-FILA.
           MOVE SPACES TO WS-FECHA-ISO.
           IF WS-J = 8
               EVALUATE WS-FORMATO-FECHA
                   WHEN "AAAAMMDD"
                       MOVE WS-FECHA-DIG TO WS-FECHA-ISO
                   WHEN "DDMMAAAA"
                       STRING WS-FECHA-DIG(5:4) WS-FECHA-DIG(3:2)
                              WS-FECHA-DIG(1:2)
                           DELIMITED BY SIZE INTO WS-FECHA-ISO
                   WHEN "MMDDAAAA"
                       STRING WS-FECHA-DIG(5:4) WS-FECHA-DIG(1:2)
                              WS-FECHA-DIG(3:2)
                           DELIMITED BY SIZE INTO WS-FECHA-ISO
               END-EVALUATE
               MOVE WS-FECHA-ISO TO WS-FECHA-FILA
           END-IF.
           IF WS-FECHA-FILA = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-FILA) NOT = 0
               MOVE "N" TO WS-FILA-OK
               IF WS-MOTIVO-FILA = SPACES
                   MOVE "FECHA" TO WS-MOTIVO-FILA
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * El archivo convertido sale con el trailer de control que
      * PROCESO-LOTE y EDITA-CALCIN ya saben cuadrar.
      *-----------------------------------------------------------
       ESCRIBIR-TRAILER.
           MOVE "T" TO CALCIN-TRL-MARCA.
           MOVE WS-CONVERTIDOS TO CALCIN-TRL-CUENTA.
           MOVE WS-HASH-TOTAL  TO CALCIN-TRL-HASH.
           WRITE CALCIN-TRAILER.

      *-----------------------------------------------------------
      * Identidad del lote: numero corrido de LOTESEQ.DAT, id
      * "Lnnnnnn" y archivo CALCIN_Lnnnnnn.DAT propio, igual que
      * CONVIERTE-CSV.
      *-----------------------------------------------------------
       ASIGNAR-LOTE.
           MOVE 1 TO WS-LOTE-NUM.
           OPEN INPUT LOTE-SEQ-FILE.
           IF WS-LOTESEQ-FILE-STATUS = "00"
               READ LOTE-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       COMPUTE WS-LOTE-NUM = LOTESEQ-LINE + 1
               END-READ
               CLOSE LOTE-SEQ-FILE
           END-IF.
           OPEN OUTPUT LOTE-SEQ-FILE.
           MOVE WS-LOTE-NUM TO LOTESEQ-LINE
           WRITE LOTESEQ-LINE.
           CLOSE LOTE-SEQ-FILE.
           MOVE SPACES TO WS-LOTE-ID.
           STRING "L" WS-LOTE-NUM
               DELIMITED BY SIZE INTO WS-LOTE-ID.
           MOVE SPACES TO WS-SALIDA-NOMBRE.
           STRING "CALCIN_" WS-LOTE-ID ".DAT"
               DELIMITED BY SIZE INTO WS-SALIDA-NOMBRE.

       ENCOLAR-LOTE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND LOTES-QUEUE-FILE.
           IF WS-LOTESQ-FILE-STATUS = "35"
               OPEN OUTPUT LOTES-QUEUE-FILE
           END-IF.
           MOVE SPACES TO LOTESQ-RECORD.
           MOVE WS-LOTE-ID       TO LQ-ID.
           MOVE WS-FUENTE        TO LQ-FUENTE.
           MOVE WS-SALIDA-NOMBRE TO LQ-ARCHIVO.
           MOVE "PENDIENTE"      TO LQ-ESTADO.
           MOVE WS-SYS-DATE      TO LQ-FECHA.
           WRITE LOTESQ-RECORD.
           CLOSE LOTES-QUEUE-FILE.
           DISPLAY "LOTE " WS-LOTE-ID " ENCOLADO EN "
               FUNCTION TRIM(WS-SALIDA-NOMBRE) ".".

       ESCRIBIR-ACUSE.
           OPEN OUTPUT ACK-FILE.
           MOVE SPACES TO ACK-LINE.
           STRING "TOTALES" WS-ACK-SEP WS-LEIDOS WS-ACK-SEP
                  WS-CONVERTIDOS WS-ACK-SEP WS-RECHAZADOS
               DELIMITED BY SIZE INTO ACK-LINE.
           WRITE ACK-LINE.
           MOVE WS-HASH-TOTAL TO WS-HASH-TEXTO.
           MOVE SPACES TO ACK-LINE.
           STRING "HASH" WS-ACK-SEP FUNCTION TRIM(WS-HASH-TEXTO)
               DELIMITED BY SIZE INTO ACK-LINE.
           WRITE ACK-LINE.
           MOVE SPACES TO ACK-LINE.
           STRING "LOTE" WS-ACK-SEP WS-LOTE-ID
               DELIMITED BY SIZE INTO ACK-LINE.
           WRITE ACK-LINE.
           PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                   UNTIL WS-ACK-IDX > WS-NUM-ACK
               MOVE SPACES TO ACK-LINE
               STRING "RECHAZO" WS-ACK-SEP WS-ACK-FILA(WS-ACK-IDX)
                      WS-ACK-SEP
                      FUNCTION TRIM(WS-ACK-MOTIVO(WS-ACK-IDX))
                   DELIMITED BY SIZE INTO ACK-LINE
               WRITE ACK-LINE
           END-PERFORM.
           CLOSE ACK-FILE.
           DISPLAY "ACUSE PARA " FUNCTION TRIM(WS-ENTRADA) " EN "
               FUNCTION TRIM(WS-ACK-NOMBRE).

       IMPRIMIR-RESUMEN.
           DISPLAY "CONVERSION DE LA ENTRADA "
               FUNCTION TRIM(WS-ENTRADA) " TERMINADA.".
           DISPLAY "  FILAS LEIDAS:      " WS-LEIDOS.
           DISPLAY "  FILAS CONVERTIDAS: " WS-CONVERTIDOS.
           DISPLAY "  FILAS RECHAZADAS:  " WS-RECHAZADOS.
           IF WS-RECHAZADOS > 0
               DISPLAY "  REVISA " FUNCTION TRIM(WS-REJ-NOMBRE)
                   " PARA LAS FILAS RECHAZADAS."
               MOVE 4 TO WS-RUTINA-RC
           END-IF.

      *-----------------------------------------------------------
      * Toda falla de definicion o de apertura queda en el log de
      * errores compartido, como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "CONVIERTE-ENTRADA" TO ERRLOG-PROGRAM
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

       END PROGRAM CONVIERTE-ENTRADA.
