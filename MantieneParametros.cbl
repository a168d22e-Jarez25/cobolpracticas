       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTIENE-PARAMETROS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMPEND-FILE ASSIGN TO "PARAMPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-NUM
               FILE STATUS IS WS-PARAMPEND-FILE-STATUS.

           SELECT PARAMAUD-FILE ASSIGN TO "PARAMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMAUD-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO WS-CONTROL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMPEND-FILE.
           COPY "PARAMPEND.cpy".

       FD  PARAMAUD-FILE.
           COPY "PARAMAUD.cpy".

       FD  CONTROL-FILE.
       01 CONTROL-LINE              PIC X(40).

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PARAMPEND-FILE-STATUS  PIC XX VALUE "00".
       01 WS-PARAMAUD-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CONTROL-NOMBRE         PIC X(13) VALUE SPACES.
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-OPCION                 PIC X VALUE SPACE.
       01 WS-SALIR                  PIC X VALUE "N".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-ARCHIVO-OPC            PIC X VALUE SPACE.
       01 WS-MULTI                  PIC X VALUE "N".
       01 WS-REQUIERE-APROB         PIC X VALUE "N".
       01 WS-ANCHO                  PIC 9(2) VALUE 40.
       01 WS-ACCION                 PIC X VALUE SPACE.
       01 WS-ENTRADA                PIC X(40) VALUE SPACES.
       01 WS-RENGLON                PIC X(40) VALUE SPACES.
       01 WS-LLAVE                  PIC X(14) VALUE SPACES.
       01 WS-LLAVE-RENGLON          PIC X(14) VALUE SPACES.
       01 WS-ANTES                  PIC X(40) VALUE SPACES.
       01 WS-RENGLON-TASA           PIC X(40) VALUE SPACES.
       01 WS-TASA-TEXTO             PIC ZZ9.999999.
       01 WS-HALLADA                PIC X VALUE "N".
       01 WS-FECHA-EFEC             PIC 9(8) VALUE 0.
       01 WS-VALIDO                 PIC X VALUE "N".
       01 WS-MENSAJE                PIC X(60) VALUE SPACES.
       01 WS-TOKEN-1                PIC X(20) VALUE SPACES.
       01 WS-TOKEN-2                PIC X(20) VALUE SPACES.
       01 WS-TOKEN-3                PIC X(20) VALUE SPACES.
       01 WS-TOKEN-4                PIC X(20) VALUE SPACES.
       01 WS-LARGO                  PIC 9(2) VALUE 0.
       01 WS-VALOR-1                PIC S9(11)V9(6) VALUE 0.
       01 WS-VALOR-2                PIC S9(11)V9(6) VALUE 0.
       01 WS-BANDA                  PIC 9(3) VALUE 0.
       01 WS-FECHA-PRUEBA           PIC X(8) VALUE SPACES.
       01 WS-FECHA-OK               PIC X VALUE "N".
       01 WS-FP-ANIO                PIC 9(4) VALUE 0.
       01 WS-FP-MES                 PIC 9(2) VALUE 0.
       01 WS-FP-DIA                 PIC 9(2) VALUE 0.
       01 WS-FP-DIAS-MES            PIC 9(2) VALUE 0.
       01 WS-HORA-PRUEBA            PIC X(6) VALUE SPACES.
       01 WS-HORA-OK                PIC X VALUE "N".
       01 WS-ULTIMO-NUM             PIC 9(7) VALUE 0.
       01 WS-EVENTO                 PIC X(9) VALUE SPACES.
       01 WS-DISPOSICION            PIC X VALUE SPACE.
       01 WS-LISTADOS               PIC 9(5) VALUE 0.
       01 WS-APROBADOS              PIC 9(5) VALUE 0.
       01 WS-GRABADO                PIC X VALUE "N".

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Mantenimiento de los archivos de control: UMBRAL.DAT,
      * LIMITES.DAT, TASAIDX.DAT, VENTANA.DAT, RETENCION.DAT,
      * CAPLIM.DAT, BANDAPCT.DAT y REDONDEO.DAT. Cada cambio se
      * valida contra el formato que espera el programa que lee
      * el archivo y se guarda en PARAMPEND.DAT con su fecha
      * efectiva de negocio (hoy o una futura); APLICA-PARAMETROS
      * lo escribe en el archivo cuando la fecha llega. Los
      * cambios a umbrales, limites, bandas y la regla de
      * redondeo (UMBRAL, LIMITES, CAPLIM, BANDAPCT y REDONDEO)
      * quedan en espera hasta que otro operador los apruebe; el
      * que pide un cambio no puede aprobarlo. Todo movimiento
      * queda en PARAMAUD.DAT con el operador, la hora y el
      * renglon antes y despues.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "VERIFICA-LOCK".
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           IF WS-OPER-ACTUAL = SPACES
               DISPLAY "ACCESO DENEGADO: SIN OPERADOR FIRMADO."
               GOBACK
           END-IF.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           MOVE "N" TO WS-SALIR.
           PERFORM UNTIL WS-SALIR = "S"
               DISPLAY " "
               DISPLAY "MANTENIMIENTO DE PARAMETROS (FECHA DE"
                   " NEGOCIO " WS-FECHA-NEGOCIO ")"
               DISPLAY "1. SOLICITAR CAMBIO"
               DISPLAY "2. APROBAR CAMBIOS EN ESPERA"
               DISPLAY "3. VER CAMBIOS PENDIENTES Y PROGRAMADOS"
               DISPLAY "4. SALIR"
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM SOLICITAR-CAMBIO
                   WHEN "2"
                       PERFORM APROBAR-CAMBIOS
                   WHEN "3"
                       PERFORM LISTAR-CAMBIOS
                   WHEN "4"
                       MOVE "S" TO WS-SALIR
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA."
               END-EVALUATE
           END-PERFORM.
           GOBACK.

      *-----------------------------------------------------------
      * Solicitud de un cambio: archivo, valor o renglon, fecha
      * efectiva. Nada se guarda si algo no pasa la validacion.
      *-----------------------------------------------------------
       SOLICITAR-CAMBIO.
           PERFORM ELEGIR-ARCHIVO.
           IF WS-CONTROL-NOMBRE NOT = SPACES
               PERFORM MOSTRAR-ARCHIVO
               PERFORM CAPTURAR-CAMBIO
               IF WS-VALIDO = "S"
                   PERFORM CAPTURAR-FECHA-EFEC
               END-IF
               IF WS-VALIDO = "S"
                   PERFORM GRABAR-SOLICITUD
               ELSE
                   DISPLAY "CAMBIO NO GUARDADO: " WS-MENSAJE
               END-IF
           END-IF.

       ELEGIR-ARCHIVO.
           MOVE SPACES TO WS-CONTROL-NOMBRE.
           DISPLAY "ARCHIVO:".
           DISPLAY "1. UMBRAL.DAT     (UMBRAL DE CALCULO)".
           DISPLAY "2. LIMITES.DAT    (PISO Y TECHO POR OPCION)".
           DISPLAY "3. TASAIDX.DAT    (TASAS DE CAMBIO)".
           DISPLAY "4. VENTANA.DAT    (VENTANA DE LOTE)".
           DISPLAY "5. RETENCION.DAT  (CORTE DE ARCHIVO)".
           DISPLAY "6. CAPLIM.DAT     (TOPE DE CAPACIDAD)".
           DISPLAY "7. BANDAPCT.DAT   (BANDA DE ANOMALIAS)".
           DISPLAY "8. REDONDEO.DAT   (REGLA DE REDONDEO)".
           ACCEPT WS-ARCHIVO-OPC.
           MOVE "N" TO WS-MULTI.
           MOVE "N" TO WS-REQUIERE-APROB.
           MOVE 40 TO WS-ANCHO.
           EVALUATE WS-ARCHIVO-OPC
               WHEN "1"
                   MOVE "UMBRAL.DAT" TO WS-CONTROL-NOMBRE
                   MOVE "S" TO WS-REQUIERE-APROB
                   MOVE 15 TO WS-ANCHO
               WHEN "2"
                   MOVE "LIMITES.DAT" TO WS-CONTROL-NOMBRE
                   MOVE "S" TO WS-MULTI
                   MOVE "S" TO WS-REQUIERE-APROB
               WHEN "3"
                   MOVE "TASAIDX.DAT" TO WS-CONTROL-NOMBRE
                   MOVE "S" TO WS-MULTI
                   MOVE 30 TO WS-ANCHO
               WHEN "4"
                   MOVE "VENTANA.DAT" TO WS-CONTROL-NOMBRE
                   MOVE 15 TO WS-ANCHO
               WHEN "5"
                   MOVE "RETENCION.DAT" TO WS-CONTROL-NOMBRE
                   MOVE 10 TO WS-ANCHO
               WHEN "6"
                   MOVE "CAPLIM.DAT" TO WS-CONTROL-NOMBRE
                   MOVE "S" TO WS-MULTI
                   MOVE "S" TO WS-REQUIERE-APROB
                   MOVE 30 TO WS-ANCHO
               WHEN "7"
                   MOVE "BANDAPCT.DAT" TO WS-CONTROL-NOMBRE
                   MOVE "S" TO WS-REQUIERE-APROB
                   MOVE 10 TO WS-ANCHO
               WHEN "8"
                   MOVE "REDONDEO.DAT" TO WS-CONTROL-NOMBRE
                   MOVE "S" TO WS-MULTI
                   MOVE "S" TO WS-REQUIERE-APROB
               WHEN OTHER
                   DISPLAY "ARCHIVO INVALIDO."
           END-EVALUATE.

       MOSTRAR-ARCHIVO.
           DISPLAY " ".
           DISPLAY "CONTENIDO ACTUAL DE " WS-CONTROL-NOMBRE ":".
           MOVE SPACES TO WS-ANTES.
           IF WS-ARCHIVO-OPC = "3"
               PERFORM MOSTRAR-TASAS
           ELSE
               PERFORM MOSTRAR-RENGLONES
           END-IF.

       MOSTRAR-RENGLONES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "  (NO EXISTE)"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-ANTES = SPACES
                               MOVE CONTROL-LINE TO WS-ANTES
                           END-IF
                           DISPLAY "  " CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

      *    Las tasas se muestran en orden de moneda y vigencia, con
      *    el mismo formato de renglon que se captura.
       MOSTRAR-TASAS.
           OPEN INPUT TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS NOT = "00"
               DISPLAY "  (NO EXISTE)"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TASA-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM ARMAR-RENGLON-TASA
                           DISPLAY "  " WS-RENGLON-TASA
                   END-READ
               END-PERFORM
               CLOSE TASA-INDEX-FILE
           END-IF.

       ARMAR-RENGLON-TASA.
           MOVE SPACES TO WS-RENGLON-TASA.
           MOVE TASAIDX-TASA TO WS-TASA-TEXTO.
           STRING TASAIDX-MONEDA " " TASAIDX-FECHA " "
               FUNCTION TRIM(WS-TASA-TEXTO)
               DELIMITED BY SIZE INTO WS-RENGLON-TASA.

      *-----------------------------------------------------------
      * Los archivos de un solo renglon piden el valor nuevo; los
      * de varios renglones piden alta/cambio (el renglon
      * completo, que reemplaza al de la misma llave) o baja (la
      * llave). El renglon se rearma con un espacio entre datos,
      * que es como lo parten los programas que lo leen.
      *-----------------------------------------------------------
       CAPTURAR-CAMBIO.
           MOVE "N" TO WS-VALIDO.
           MOVE SPACES TO WS-MENSAJE WS-ENTRADA WS-RENGLON WS-LLAVE.
           IF WS-MULTI = "S"
               DISPLAY "ACCION (A=ALTA O CAMBIO  B=BAJA):"
               ACCEPT WS-ACCION
               IF WS-ACCION = "a"
                   MOVE "A" TO WS-ACCION
               END-IF
               IF WS-ACCION = "b"
                   MOVE "B" TO WS-ACCION
               END-IF
           ELSE
               MOVE "V" TO WS-ACCION
           END-IF.
           EVALUATE WS-ACCION
               WHEN "V"
               WHEN "A"
                   PERFORM MOSTRAR-FORMATO
                   ACCEPT WS-ENTRADA
                   PERFORM PARTIR-ENTRADA
                   PERFORM VALIDAR-RENGLON
               WHEN "B"
                   PERFORM MOSTRAR-FORMATO-LLAVE
                   ACCEPT WS-ENTRADA
                   PERFORM PARTIR-ENTRADA
                   PERFORM VALIDAR-LLAVE-BAJA
               WHEN OTHER
                   MOVE "ACCION INVALIDA." TO WS-MENSAJE
           END-EVALUATE.

       MOSTRAR-FORMATO.
           EVALUATE WS-ARCHIVO-OPC
               WHEN "1"
                   DISPLAY "NUEVO UMBRAL (NUMERO NO NEGATIVO):"
               WHEN "2"
                   DISPLAY "RENGLON: OPCION(1-9) PISO TECHO"
               WHEN "3"
                   DISPLAY "RENGLON: MONEDA YYYYMMDD TASA"
               WHEN "4"
                   DISPLAY "VENTANA: HHMMSS(ARRANQUE) HHMMSS(CORTE)"
               WHEN "5"
                   DISPLAY "FECHA DE CORTE (YYYYMMDD):"
               WHEN "6"
                   DISPLAY "RENGLON: ARCHIVO MAXIMO-EN-BYTES"
               WHEN "7"
                   DISPLAY "BANDA EN PORCIENTO (1-999):"
               WHEN "8"
                   DISPLAY "RENGLON: OPERACION(1-9, CONVERSION, MORA"
                       " O DEFECTO) REGLA(ARRIBA, PAR O TRUNCA)"
           END-EVALUATE.

       MOSTRAR-FORMATO-LLAVE.
           EVALUATE WS-ARCHIVO-OPC
               WHEN "2"
                   DISPLAY "OPCION A DAR DE BAJA (1-9):"
               WHEN "3"
                   DISPLAY "MONEDA Y FECHA A DAR DE BAJA"
                       " (MON YYYYMMDD):"
               WHEN "6"
                   DISPLAY "ARCHIVO A DAR DE BAJA:"
               WHEN "8"
                   DISPLAY "OPERACION A DAR DE BAJA:"
           END-EVALUATE.

       PARTIR-ENTRADA.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
               WS-TOKEN-4.
           UNSTRING WS-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4.
           IF WS-TOKEN-1 = SPACES AND WS-ENTRADA NOT = SPACES
               MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                   WS-TOKEN-4
               UNSTRING FUNCTION TRIM(WS-ENTRADA)
                   DELIMITED BY ALL SPACE
                   INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
           END-IF.

       VALIDAR-RENGLON.
           MOVE "S" TO WS-VALIDO.
           IF WS-TOKEN-1 = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "VALOR VACIO." TO WS-MENSAJE
           ELSE
               EVALUATE WS-ARCHIVO-OPC
                   WHEN "1"
                       PERFORM VALIDAR-UMBRAL
                   WHEN "2"
                       PERFORM VALIDAR-LIMITE
                   WHEN "3"
                       PERFORM VALIDAR-TASA
                   WHEN "4"
                       PERFORM VALIDAR-VENTANA
                   WHEN "5"
                       PERFORM VALIDAR-RETENCION
                   WHEN "6"
                       PERFORM VALIDAR-CAPLIM
                   WHEN "7"
                       PERFORM VALIDAR-BANDA
                   WHEN "8"
                       PERFORM VALIDAR-REDONDEO
               END-EVALUATE
           END-IF.
           IF WS-VALIDO = "S" AND WS-ANCHO < 40
               IF WS-RENGLON(WS-ANCHO + 1:) NOT = SPACES
                   MOVE "N" TO WS-VALIDO
                   MOVE "EL RENGLON EXCEDE EL ANCHO DEL ARCHIVO."
                       TO WS-MENSAJE
               END-IF
           END-IF.

       VALIDAR-UMBRAL.
           IF WS-TOKEN-2 NOT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-1) NOT = 0
               MOVE "N" TO WS-VALIDO
               MOVE "EL UMBRAL DEBE SER UN NUMERO." TO WS-MENSAJE
           ELSE
           IF FUNCTION NUMVAL(WS-TOKEN-1) < 0
               MOVE "N" TO WS-VALIDO
               MOVE "EL UMBRAL NO PUEDE SER NEGATIVO." TO WS-MENSAJE
           ELSE
               MOVE WS-TOKEN-1 TO WS-RENGLON
           END-IF
           END-IF.

       VALIDAR-LIMITE.
           IF WS-TOKEN-1(1:1) < "1" OR WS-TOKEN-1(1:1) > "9"
               OR WS-TOKEN-1(2:) NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "LA OPCION DEBE SER UN DIGITO DE 1 A 9."
                   TO WS-MENSAJE
           ELSE
           IF WS-TOKEN-3 = SPACES OR WS-TOKEN-4 NOT = SPACES
               OR WS-TOKEN-2(16:) NOT = SPACES
               OR WS-TOKEN-3(16:) NOT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-2) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-3) NOT = 0
               MOVE "N" TO WS-VALIDO
               MOVE "PISO Y TECHO DEBEN SER NUMEROS." TO WS-MENSAJE
           ELSE
               COMPUTE WS-VALOR-1 = FUNCTION NUMVAL(WS-TOKEN-2)
               COMPUTE WS-VALOR-2 = FUNCTION NUMVAL(WS-TOKEN-3)
               IF WS-VALOR-1 > WS-VALOR-2
                   MOVE "N" TO WS-VALIDO
                   MOVE "EL PISO NO PUEDE SER MAYOR QUE EL TECHO."
                       TO WS-MENSAJE
               ELSE
               IF WS-VALOR-1 <= -1000000000
                   OR WS-VALOR-2 >= 1000000000
                   MOVE "N" TO WS-VALIDO
                   MOVE "PISO O TECHO FUERA DE RANGO." TO WS-MENSAJE
               ELSE
                   MOVE WS-TOKEN-1(1:1) TO WS-LLAVE
                   STRING WS-TOKEN-1 DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-TOKEN-2 DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-TOKEN-3 DELIMITED BY SPACE
                       INTO WS-RENGLON
               END-IF
               END-IF
           END-IF
           END-IF.

       VALIDAR-TASA.
           IF WS-TOKEN-1(1:3) IS NOT ALPHABETIC-UPPER
               OR WS-TOKEN-1(1:3) = SPACES
               OR WS-TOKEN-1(4:) NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "LA MONEDA DEBEN SER TRES LETRAS." TO WS-MENSAJE
           ELSE
               MOVE WS-TOKEN-2(1:8) TO WS-FECHA-PRUEBA
               PERFORM VALIDAR-FECHA
               IF WS-FECHA-OK NOT = "S"
                   OR WS-TOKEN-2(9:) NOT = SPACES
                   MOVE "N" TO WS-VALIDO
                   MOVE "FECHA DE VIGENCIA INVALIDA." TO WS-MENSAJE
               ELSE
               IF WS-TOKEN-4 NOT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-TOKEN-3) NOT = 0
                   MOVE "N" TO WS-VALIDO
                   MOVE "LA TASA DEBE SER UN NUMERO." TO WS-MENSAJE
               ELSE
                   COMPUTE WS-VALOR-1 = FUNCTION NUMVAL(WS-TOKEN-3)
                   IF WS-VALOR-1 <= 0 OR WS-VALOR-1 >= 1000
                       MOVE "N" TO WS-VALIDO
                       MOVE "LA TASA DEBE ESTAR ENTRE 0 Y 1000."
                           TO WS-MENSAJE
                   ELSE
                       STRING WS-TOKEN-1(1:3) " " WS-TOKEN-2(1:8)
                           DELIMITED BY SIZE INTO WS-LLAVE
                       STRING WS-TOKEN-1(1:3) " " WS-TOKEN-2(1:8) " "
                           DELIMITED BY SIZE
                           WS-TOKEN-3 DELIMITED BY SPACE
                           INTO WS-RENGLON
                   END-IF
               END-IF
               END-IF
           END-IF.

       VALIDAR-VENTANA.
           MOVE WS-TOKEN-1(1:6) TO WS-HORA-PRUEBA.
           PERFORM VALIDAR-HORA.
           IF WS-HORA-OK = "S"
               MOVE WS-TOKEN-2(1:6) TO WS-HORA-PRUEBA
               PERFORM VALIDAR-HORA
           END-IF.
           IF WS-HORA-OK NOT = "S"
               OR WS-TOKEN-1(7:) NOT = SPACES
               OR WS-TOKEN-2(7:) NOT = SPACES
               OR WS-TOKEN-3 NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "SE ESPERAN DOS HORAS HHMMSS VALIDAS."
                   TO WS-MENSAJE
           ELSE
               STRING WS-TOKEN-1(1:6) " " WS-TOKEN-2(1:6)
                   DELIMITED BY SIZE INTO WS-RENGLON
           END-IF.

      *    El corte de archivo no puede quedar en el futuro: todo
      *    lo anterior al corte se archiva.
       VALIDAR-RETENCION.
           MOVE WS-TOKEN-1(1:8) TO WS-FECHA-PRUEBA.
           PERFORM VALIDAR-FECHA.
           IF WS-FECHA-OK NOT = "S"
               OR WS-TOKEN-1(9:) NOT = SPACES
               OR WS-TOKEN-2 NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "FECHA DE CORTE INVALIDA." TO WS-MENSAJE
           ELSE
           IF WS-FECHA-PRUEBA > WS-FECHA-NEGOCIO
               MOVE "N" TO WS-VALIDO
               MOVE "EL CORTE NO PUEDE QUEDAR EN EL FUTURO."
                   TO WS-MENSAJE
           ELSE
               MOVE WS-FECHA-PRUEBA TO WS-RENGLON
           END-IF
           END-IF.

       VALIDAR-CAPLIM.
           MOVE 0 TO WS-LARGO.
           INSPECT WS-TOKEN-2 TALLYING WS-LARGO
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TOKEN-1(15:) NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "NOMBRE DE ARCHIVO DE MAS DE 14 POSICIONES."
                   TO WS-MENSAJE
           ELSE
           IF WS-LARGO = 0 OR WS-LARGO > 10
               OR WS-TOKEN-3 NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "EL MAXIMO DEBE SER UN ENTERO DE 1 A 10 DIGITOS."
                   TO WS-MENSAJE
           ELSE
           IF WS-TOKEN-2(1:WS-LARGO) IS NOT NUMERIC
               MOVE "N" TO WS-VALIDO
               MOVE "EL MAXIMO DEBE SER UN ENTERO DE 1 A 10 DIGITOS."
                   TO WS-MENSAJE
           ELSE
               MOVE WS-TOKEN-1 TO WS-LLAVE
               STRING WS-TOKEN-1 DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TOKEN-2 DELIMITED BY SPACE
                   INTO WS-RENGLON
           END-IF
           END-IF
           END-IF.

      *    REPORTE-ANOMALIAS lee tres digitos en las columnas 1-3.
       VALIDAR-BANDA.
           IF WS-TOKEN-2 NOT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TOKEN-1) NOT = 0
               MOVE "N" TO WS-VALIDO
               MOVE "LA BANDA DEBE SER UN ENTERO DE 1 A 999."
                   TO WS-MENSAJE
           ELSE
               COMPUTE WS-VALOR-1 = FUNCTION NUMVAL(WS-TOKEN-1)
               IF WS-VALOR-1 < 1 OR WS-VALOR-1 > 999
                   OR WS-VALOR-1 NOT = FUNCTION INTEGER(WS-VALOR-1)
                   MOVE "N" TO WS-VALIDO
                   MOVE "LA BANDA DEBE SER UN ENTERO DE 1 A 999."
                       TO WS-MENSAJE
               ELSE
                   MOVE WS-VALOR-1 TO WS-BANDA
                   MOVE WS-BANDA TO WS-RENGLON
               END-IF
           END-IF.

      *    REDONDEA-IMPORTE ignora la operacion o la regla que no
      *    conoce; aqui no se dejan pasar.
       VALIDAR-REDONDEO.
           IF WS-TOKEN-1 NOT = "1" AND WS-TOKEN-1 NOT = "2"
               AND WS-TOKEN-1 NOT = "3" AND WS-TOKEN-1 NOT = "4"
               AND WS-TOKEN-1 NOT = "5" AND WS-TOKEN-1 NOT = "6"
               AND WS-TOKEN-1 NOT = "7" AND WS-TOKEN-1 NOT = "8"
               AND WS-TOKEN-1 NOT = "9"
               AND WS-TOKEN-1 NOT = "CONVERSION"
               AND WS-TOKEN-1 NOT = "MORA"
               AND WS-TOKEN-1 NOT = "DEFECTO"
               MOVE "N" TO WS-VALIDO
               MOVE "OPERACION: 1-9, CONVERSION, MORA O DEFECTO."
                   TO WS-MENSAJE
           ELSE
           IF (WS-TOKEN-2 NOT = "ARRIBA" AND WS-TOKEN-2 NOT = "PAR"
               AND WS-TOKEN-2 NOT = "TRUNCA")
               OR WS-TOKEN-3 NOT = SPACES
               MOVE "N" TO WS-VALIDO
               MOVE "LA REGLA DEBE SER ARRIBA, PAR O TRUNCA."
                   TO WS-MENSAJE
           ELSE
               MOVE WS-TOKEN-1 TO WS-LLAVE
               STRING WS-TOKEN-1 DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-TOKEN-2 DELIMITED BY SPACE
                   INTO WS-RENGLON
           END-IF
           END-IF.

      *    La baja pide que la llave exista hoy en el archivo.
       VALIDAR-LLAVE-BAJA.
           MOVE "S" TO WS-VALIDO.
           EVALUATE WS-ARCHIVO-OPC
               WHEN "3"
                   STRING WS-TOKEN-1(1:3) " " WS-TOKEN-2(1:8)
                       DELIMITED BY SIZE INTO WS-LLAVE
               WHEN OTHER
                   MOVE WS-TOKEN-1 TO WS-LLAVE
           END-EVALUATE.
           PERFORM BUSCAR-LLAVE.
           IF WS-TOKEN-1 = SPACES OR WS-HALLADA NOT = "S"
               MOVE "N" TO WS-VALIDO
               MOVE "LA LLAVE NO ESTA EN EL ARCHIVO." TO WS-MENSAJE
           END-IF.

      *    Renglon vigente con la llave del cambio, para el antes
      *    de la bitacora.
       BUSCAR-LLAVE.
           MOVE "N" TO WS-HALLADA.
           IF WS-ARCHIVO-OPC = "3"
               PERFORM BUSCAR-LLAVE-TASA
           ELSE
               PERFORM BUSCAR-LLAVE-RENGLON
           END-IF.

       BUSCAR-LLAVE-RENGLON.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM ARMAR-LLAVE-RENGLON
                           IF CONTROL-LINE NOT = SPACES
                               AND WS-LLAVE-RENGLON = WS-LLAVE
                               MOVE CONTROL-LINE TO WS-ANTES
                               MOVE "S" TO WS-HALLADA
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       ARMAR-LLAVE-RENGLON.
           MOVE SPACES TO WS-TOKEN-3 WS-LLAVE-RENGLON.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN-3.
           MOVE WS-TOKEN-3 TO WS-LLAVE-RENGLON.

      *    La llave de la tasa es "MON YYYYMMDD"; se lee directo.
       BUSCAR-LLAVE-TASA.
           IF WS-LLAVE(5:8) IS NUMERIC
               OPEN INPUT TASA-INDEX-FILE
               IF WS-TASAIDX-FILE-STATUS = "00"
                   MOVE WS-LLAVE(1:3) TO TASAIDX-MONEDA
                   MOVE WS-LLAVE(5:8) TO TASAIDX-FECHA
                   READ TASA-INDEX-FILE
                   IF WS-TASAIDX-FILE-STATUS = "00"
                       PERFORM ARMAR-RENGLON-TASA
                       MOVE WS-RENGLON-TASA TO WS-ANTES
                       MOVE "S" TO WS-HALLADA
                   END-IF
                   CLOSE TASA-INDEX-FILE
               END-IF
           END-IF.

       VALIDAR-FECHA.
           MOVE "N" TO WS-FECHA-OK.
           IF WS-FECHA-PRUEBA IS NUMERIC
               MOVE WS-FECHA-PRUEBA(1:4) TO WS-FP-ANIO
               MOVE WS-FECHA-PRUEBA(5:2) TO WS-FP-MES
               MOVE WS-FECHA-PRUEBA(7:2) TO WS-FP-DIA
               IF WS-FP-ANIO >= 1900
                   AND WS-FP-MES >= 1 AND WS-FP-MES <= 12
                   EVALUATE WS-FP-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO WS-FP-DIAS-MES
                       WHEN 2
                           IF FUNCTION MOD(WS-FP-ANIO, 4) = 0
                               AND (FUNCTION MOD(WS-FP-ANIO, 100)
                                       NOT = 0
                                    OR FUNCTION MOD(WS-FP-ANIO, 400)
                                       = 0)
                               MOVE 29 TO WS-FP-DIAS-MES
                           ELSE
                               MOVE 28 TO WS-FP-DIAS-MES
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO WS-FP-DIAS-MES
                   END-EVALUATE
                   IF WS-FP-DIA >= 1 AND WS-FP-DIA <= WS-FP-DIAS-MES
                       MOVE "S" TO WS-FECHA-OK
                   END-IF
               END-IF
           END-IF.

       VALIDAR-HORA.
           MOVE "N" TO WS-HORA-OK.
           IF WS-HORA-PRUEBA IS NUMERIC
               AND WS-HORA-PRUEBA(1:2) < "24"
               AND WS-HORA-PRUEBA(3:2) < "60"
               AND WS-HORA-PRUEBA(5:2) < "60"
               MOVE "S" TO WS-HORA-OK
           END-IF.

      *    Cero es la fecha de negocio en curso; una fecha pasada
      *    no se acepta.
       CAPTURAR-FECHA-EFEC.
           DISPLAY "FECHA EFECTIVA (YYYYMMDD, 0 = HOY "
               WS-FECHA-NEGOCIO "):".
           MOVE 0 TO WS-FECHA-EFEC.
           ACCEPT WS-FECHA-EFEC.
           IF WS-FECHA-EFEC = 0
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-EFEC
           END-IF.
           MOVE WS-FECHA-EFEC TO WS-FECHA-PRUEBA.
           PERFORM VALIDAR-FECHA.
           IF WS-FECHA-OK NOT = "S"
               MOVE "N" TO WS-VALIDO
               MOVE "FECHA EFECTIVA INVALIDA." TO WS-MENSAJE
           ELSE
           IF WS-FECHA-EFEC < WS-FECHA-NEGOCIO
               MOVE "N" TO WS-VALIDO
               MOVE "LA FECHA EFECTIVA YA PASO." TO WS-MENSAJE
           END-IF
           END-IF.

       GRABAR-SOLICITUD.
           IF WS-ACCION = "A"
               PERFORM BUSCAR-LLAVE
               IF WS-HALLADA NOT = "S"
                   MOVE SPACES TO WS-ANTES
               END-IF
           END-IF.
           PERFORM ABRIR-PENDIENTES.
           PERFORM BUSCAR-ULTIMO-NUM.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES TO PARAMPEND-RECORD.
           IF WS-REQUIERE-APROB = "S"
               MOVE "P" TO PP-ESTADO
           ELSE
               MOVE "V" TO PP-ESTADO
           END-IF.
           MOVE WS-CONTROL-NOMBRE TO PP-ARCHIVO.
           MOVE WS-ACCION         TO PP-ACCION.
           MOVE WS-LLAVE          TO PP-LLAVE.
           MOVE WS-RENGLON        TO PP-RENGLON.
           MOVE WS-ANTES          TO PP-ANTES.
           MOVE WS-FECHA-EFEC     TO PP-FECHA-EFEC.
           MOVE WS-OPER-ACTUAL    TO PP-SOLICITANTE.
           MOVE WS-SYS-DATE       TO PP-FECHA-SOL.
           MOVE WS-SYS-TIME       TO PP-HORA-SOL.
           MOVE 0                 TO PP-FECHA-APL.
      *    Si otra sesion tomo el mismo numero, el siguiente.
           MOVE "N" TO WS-GRABADO.
           PERFORM UNTIL WS-GRABADO = "S"
               ADD 1 TO WS-ULTIMO-NUM
               MOVE WS-ULTIMO-NUM TO PP-NUM
               WRITE PARAMPEND-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-GRABADO
               END-WRITE
           END-PERFORM.
           CLOSE PARAMPEND-FILE.
           MOVE "SOLICITUD" TO WS-EVENTO.
           PERFORM REGISTRAR-AUDITORIA.
           IF PP-ESTADO = "P"
               DISPLAY "CAMBIO " PP-NUM " GUARDADO; ESPERA LA"
                   " APROBACION DE OTRO OPERADOR."
           ELSE
               DISPLAY "CAMBIO " PP-NUM " PROGRAMADO PARA EL "
                   PP-FECHA-EFEC "."
               CALL "APLICA-PARAMETROS"
           END-IF.

       ABRIR-PENDIENTES.
           OPEN I-O PARAMPEND-FILE.
           IF WS-PARAMPEND-FILE-STATUS = "35"
               OPEN OUTPUT PARAMPEND-FILE
               CLOSE PARAMPEND-FILE
               OPEN I-O PARAMPEND-FILE
           END-IF.

       BUSCAR-ULTIMO-NUM.
           MOVE 0 TO WS-ULTIMO-NUM.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PARAMPEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PP-NUM TO WS-ULTIMO-NUM
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------
      * Segunda aprobacion: el operador en sesion revisa los
      * cambios en espera que pidio otro. Aprobado queda listo
      * para su fecha efectiva; rechazado ya no se aplica.
      *-----------------------------------------------------------
       APROBAR-CAMBIOS.
           MOVE 0 TO WS-LISTADOS.
           MOVE 0 TO WS-APROBADOS.
           PERFORM ABRIR-PENDIENTES.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PARAMPEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PP-ESTADO = "P"
                           PERFORM REVISAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMPEND-FILE.
           IF WS-LISTADOS = 0
               DISPLAY "SIN CAMBIOS EN ESPERA DE APROBACION."
           END-IF.
           IF WS-APROBADOS > 0
               CALL "APLICA-PARAMETROS"
           END-IF.

       REVISAR-CAMBIO.
           ADD 1 TO WS-LISTADOS.
           PERFORM MOSTRAR-CAMBIO.
           IF PP-SOLICITANTE = WS-OPER-ACTUAL
               DISPLAY "  LO PIDIO USTED: LO APRUEBA OTRO OPERADOR."
           ELSE
               DISPLAY "DISPOSICION (A=APROBAR R=RECHAZAR"
                   " S=SALTAR):"
               ACCEPT WS-DISPOSICION
               EVALUATE WS-DISPOSICION
                   WHEN "A"
                   WHEN "a"
                       MOVE "V" TO PP-ESTADO
                       MOVE WS-OPER-ACTUAL TO PP-APROBADOR
                       REWRITE PARAMPEND-RECORD
                       MOVE "APROBADO" TO WS-EVENTO
                       PERFORM REGISTRAR-AUDITORIA
                       ADD 1 TO WS-APROBADOS
                   WHEN "R"
                   WHEN "r"
                       MOVE "R" TO PP-ESTADO
                       MOVE WS-OPER-ACTUAL TO PP-APROBADOR
                       REWRITE PARAMPEND-RECORD
                       MOVE "RECHAZADO" TO WS-EVENTO
                       PERFORM REGISTRAR-AUDITORIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       MOSTRAR-CAMBIO.
           DISPLAY " ".
           DISPLAY "CAMBIO " PP-NUM " A " PP-ARCHIVO
               " EFECTIVO " PP-FECHA-EFEC
               " PEDIDO POR " PP-SOLICITANTE " EL " PP-FECHA-SOL.
           EVALUATE PP-ACCION
               WHEN "B"
                   DISPLAY "  BAJA DE " PP-LLAVE
               WHEN OTHER
                   DISPLAY "  NUEVO: " PP-RENGLON
           END-EVALUATE.
           IF PP-ANTES = SPACES
               DISPLAY "  ANTES: (NO HABIA)"
           ELSE
               DISPLAY "  ANTES: " PP-ANTES
           END-IF.

       LISTAR-CAMBIOS.
           MOVE 0 TO WS-LISTADOS.
           OPEN INPUT PARAMPEND-FILE.
           IF WS-PARAMPEND-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PARAMPEND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PP-ESTADO = "P" OR PP-ESTADO = "V"
                               ADD 1 TO WS-LISTADOS
                               PERFORM MOSTRAR-CAMBIO
                               IF PP-ESTADO = "P"
                                   DISPLAY "  EN ESPERA DE APROBACION"
                               ELSE
                                   DISPLAY "  APROBADO POR "
                                       PP-APROBADOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMPEND-FILE
           END-IF.
           IF WS-LISTADOS = 0
               DISPLAY "SIN CAMBIOS PENDIENTES NI PROGRAMADOS."
           END-IF.

       REGISTRAR-AUDITORIA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND PARAMAUD-FILE.
           IF WS-PARAMAUD-FILE-STATUS = "35"
               OPEN OUTPUT PARAMAUD-FILE
           END-IF.
           MOVE SPACES TO PARAMAUD-RECORD.
           MOVE WS-SYS-DATE    TO PA-FECHA.
           MOVE WS-SYS-TIME    TO PA-HORA.
           MOVE WS-OPER-ACTUAL TO PA-OPERADOR.
           MOVE WS-EVENTO      TO PA-EVENTO.
           MOVE PP-NUM         TO PA-NUM.
           MOVE PP-ARCHIVO     TO PA-ARCHIVO.
           MOVE PP-FECHA-EFEC  TO PA-FECHA-EFEC.
           MOVE PP-ANTES       TO PA-ANTES.
           IF PP-ACCION NOT = "B"
               MOVE PP-RENGLON TO PA-DESPUES
           END-IF.
           WRITE PARAMAUD-RECORD.
           CLOSE PARAMAUD-FILE.

       END PROGRAM MANTIENE-PARAMETROS.
