               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-FILE-STATUS.

           SELECT CUST-DIR-FILE ASSIGN TO "CUSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTDIR-CUST
               FILE STATUS IS WS-CUSTDIR-FILE-STATUS.

           SELECT LIMIT-INDEX-FILE ASSIGN TO "LIMIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIMIDX-CUST
               FILE STATUS IS WS-LIMIDX-FILE-STATUS.

           SELECT PENDIENTES-FILE ASSIGN TO "PENDCUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               LEADING ==CUSTMAST== BY ==CUSTSEC==.

       FD  AUDITORIA-FILE.
           COPY "CUSTAUD.cpy".

       FD  CUST-DIR-FILE.
           COPY "CUSTDIR.cpy".

      * Limite de exposicion por cliente; lo consume
      * VERIFICAR-EXPOSICION en CALCULADORA-BASICA.
       FD  LIMIT-INDEX-FILE.
           COPY "LIMIDX.cpy".

      * Cola de provisionales que alimenta CRUCE-API-CLIENTES:
      * userid de la API sin cliente, con su actividad.
       01 WS-EOF-FLAG              PIC X VALUE "N".
       01 WS-BUSCA-ID              PIC X(6) VALUE SPACES.
       01 WS-NUEVO-NOMBRE          PIC X(20) VALUE SPACES.
       01 WS-IMAGEN-ANTES          PIC X(200) VALUE SPACES.
       01 WS-IMAGEN-DESPUES        PIC X(200) VALUE SPACES.
       01 WS-ACCION-LOG            PIC X(10) VALUE SPACES.
       01 WS-CUSTDIR-FILE-STATUS   PIC XX VALUE "00".
       01 WS-DIR-CAPTURA           PIC X(40) VALUE SPACES.
       01 WS-DIR-VALIDA            PIC X VALUE "S".
       01 WS-LIMIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LIM-CAPTURA           PIC X(15) VALUE SPACES.
       01 WS-LIM-NUEVO             PIC 9(11)V99 VALUE 0.
       01 WS-LIM-HALLADO           PIC X VALUE "N".
       01 WS-LIM-TEXTO             PIC 9(11).99.
       01 WS-PENDIENTES-FILE-STATUS PIC XX VALUE "00".
       01 WS-IGNORADOS-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-OPER              PIC X VALUE "N".
       01 WS-SUP-ID                PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD          PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH              PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO            PIC X VALUE "N".
       01 WS-HOLD-ACCION           PIC X VALUE SPACE.
       01 WS-NUM-HOLDS             PIC 9(2) VALUE 0.
       01 WS-HOLD-CUST             PIC 9(6) VALUE 0.
       01 WS-HOLD-DESDE            PIC 9(8) VALUE 0.
       01 WS-HOLD-HASTA            PIC 9(8) VALUE 0.
       01 WS-SUCURSAL-DEFECTO      PIC X(3) VALUE "001".
       01 WS-CUST-SUCURSAL         PIC X(3) VALUE SPACES.
       01 WS-CUST-AJENO            PIC X VALUE "N".
       01 WS-OPER-SUCURSAL         PIC X(3) VALUE SPACES.
       01 WS-OPER-MATRIZ           PIC X VALUE "N".
       01 WS-SUC-CAPTURA           PIC X(3) VALUE SPACES.

       01 WS-TABLA-HOLDS.
           05 WS-HOLD-ENTRY OCCURS 50 TIMES.
               10 WS-PEND-FECHA    PIC 9(8).
               10 WS-PEND-ESTADO   PIC X(8).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
           DISPLAY "  A = ALTA".
           DISPLAY "  C = CAMBIO DE NOMBRE".
           DISPLAY "  B = DESACTIVAR".
           DISPLAY "  D = DIRECCION Y CONTACTO".
           DISPLAY "  L = LIMITE DE EXPOSICION".
           DISPLAY "  N = NOTA DE CONTACTO".
           DISPLAY "  P = PROVISIONALES DE LA API".
           DISPLAY "  R = RETENCION LEGAL".
           DISPLAY "  S = SALIR".
               WHEN "B"
               WHEN "b"
                   PERFORM DESACTIVAR-CLIENTE
               WHEN "D"
               WHEN "d"
                   PERFORM DIRECCION-CLIENTE
               WHEN "L"
               WHEN "l"
                   PERFORM LIMITE-CLIENTE
               WHEN "N"
               WHEN "n"
                   PERFORM NOTA-CLIENTE
               WHEN "P"
               WHEN "p"
                   PERFORM REVISAR-PROVISIONALES
           DISPLAY "ID DE CLIENTE (6 DIGITOS):"
           ACCEPT WS-BUSCA-ID.

      *-----------------------------------------------------------
      * Un operador que no es de casa matriz solo mantiene los
      * clientes de su sucursal (en blanco = sucursal por
      * omision). Se llama justo despues de leer el maestro.
      *-----------------------------------------------------------
       VERIFICAR-SUCURSAL.
           MOVE "N" TO WS-CUST-AJENO.
           IF WS-CUSTIDX-FILE-STATUS = "00"
               MOVE CUSTMAST-SUCURSAL TO WS-CUST-SUCURSAL
               IF WS-CUST-SUCURSAL = SPACES
                   MOVE WS-SUCURSAL-DEFECTO TO WS-CUST-SUCURSAL
               END-IF
               CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
                   WS-OPER-MATRIZ
               IF WS-OPER-MATRIZ NOT = "S"
                   AND WS-CUST-SUCURSAL NOT = WS-OPER-SUCURSAL
                   MOVE "S" TO WS-CUST-AJENO
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Sucursal de un cliente nuevo: la del operador; casa
      * matriz puede dar de alta en otra sucursal.
      *-----------------------------------------------------------
       ASIGNAR-SUCURSAL.
           CALL "SUCURSAL-ACTUAL" USING WS-OPER-SUCURSAL
               WS-OPER-MATRIZ.
           MOVE WS-OPER-SUCURSAL TO CUSTMAST-SUCURSAL.
           IF WS-OPER-MATRIZ = "S"
               DISPLAY "SUCURSAL DEL CLIENTE (ENTER = "
                   WS-OPER-SUCURSAL "):"
               ACCEPT WS-SUC-CAPTURA
               IF WS-SUC-CAPTURA NOT = SPACES
                   MOVE WS-SUC-CAPTURA TO CUSTMAST-SUCURSAL
               END-IF
           END-IF.

       ALTA-CLIENTE.
           PERFORM PEDIR-ID.
           IF WS-BUSCA-ID IS NOT NUMERIC
                       MOVE WS-BUSCA-ID TO CUSTMAST-ID
                       MOVE WS-NUEVO-NOMBRE TO CUSTMAST-NAME
                       MOVE "A" TO CUSTMAST-STATUS
                       MOVE 0 TO CUSTMAST-FUSION-ID
                       PERFORM ASIGNAR-SUCURSAL
                       WRITE CUSTOMER-MASTER-RECORD
                       IF WS-CUSTIDX-FILE-STATUS = "00"
                           MOVE CUSTOMER-MASTER-RECORD
               END-IF
           END-IF.

      *    La nota se agrega a CUSTNOTA.DAT por REGISTRA-NOTA, el
      *    mismo camino que la captura desde CLIENTE-360.
       NOTA-CLIENTE.
           PERFORM PEDIR-ID.
           IF WS-BUSCA-ID IS NOT NUMERIC
               DISPLAY "EL ID DEBE SER NUMERICO."
           ELSE
               MOVE WS-BUSCA-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               PERFORM VERIFICAR-SUCURSAL
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CLIENTE."
               ELSE
               IF WS-CUST-AJENO = "S"
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "): NO SE PUEDE MODIFICAR."
               ELSE
                   DISPLAY "CLIENTE: " CUSTMAST-NAME
                   CALL "REGISTRA-NOTA" USING CUSTMAST-ID
               END-IF
               END-IF
           END-IF.

       CAMBIO-CLIENTE.
           PERFORM PEDIR-ID.
           IF WS-BUSCA-ID IS NOT NUMERIC
           ELSE
               MOVE WS-BUSCA-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               PERFORM VERIFICAR-SUCURSAL
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CLIENTE."
               ELSE
               IF WS-CUST-AJENO = "S"
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "): NO SE PUEDE MODIFICAR."
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-ANTES
                   DISPLAY "NOMBRE ACTUAL: " CUSTMAST-NAME
                       DISPLAY "CLIENTE ACTUALIZADO."
                   END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
           ELSE
               MOVE WS-BUSCA-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               PERFORM VERIFICAR-SUCURSAL
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CLIENTE."
               ELSE
               IF WS-CUST-AJENO = "S"
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "): NO SE PUEDE MODIFICAR."
               ELSE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-IMAGEN-ANTES
                   MOVE "I" TO CUSTMAST-STATUS
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY "CLIENTE DESACTIVADO."
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Direccion postal y contacto (CUSTDIR.DAT): el cliente
      * tiene que existir en el maestro. Cada dato muestra el
      * actual y en blanco lo conserva; el codigo postal, si va,
      * son cinco digitos. Imagen antes/despues en la auditoria
      * como cualquier otro cambio al cliente.
      *-----------------------------------------------------------
       DIRECCION-CLIENTE.
           PERFORM PEDIR-ID.
           IF WS-BUSCA-ID IS NOT NUMERIC
               DISPLAY "EL ID DEBE SER NUMERICO."
           ELSE
               MOVE WS-BUSCA-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               PERFORM VERIFICAR-SUCURSAL
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CLIENTE."
               ELSE
               IF WS-CUST-AJENO = "S"
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "): NO SE PUEDE MODIFICAR."
               ELSE
                   OPEN I-O CUST-DIR-FILE
                   IF WS-CUSTDIR-FILE-STATUS = "35"
                       OPEN OUTPUT CUST-DIR-FILE
                       CLOSE CUST-DIR-FILE
                       OPEN I-O CUST-DIR-FILE
                   END-IF
                   IF WS-CUSTDIR-FILE-STATUS NOT = "00"
                       DISPLAY "NO SE PUDO ABRIR CUSTDIR.DAT ("
                           WS-CUSTDIR-FILE-STATUS ")."
                   ELSE
                       PERFORM CAPTURAR-DIRECCION
                       CLOSE CUST-DIR-FILE
                   END-IF
               END-IF
               END-IF
           END-IF.

       CAPTURAR-DIRECCION.
           MOVE WS-BUSCA-ID TO CUSTDIR-CUST.
           READ CUST-DIR-FILE.
           IF WS-CUSTDIR-FILE-STATUS = "00"
               MOVE CUSTDIR-RECORD TO WS-IMAGEN-ANTES
           ELSE
               MOVE SPACES TO WS-IMAGEN-ANTES
               MOVE SPACES TO CUSTDIR-RECORD
               MOVE WS-BUSCA-ID TO CUSTDIR-CUST
               DISPLAY "EL CLIENTE NO TIENE DIRECCION REGISTRADA."
           END-IF.
           DISPLAY "CALLE Y NUMERO [" FUNCTION TRIM(CUSTDIR-CALLE)
               "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               MOVE WS-DIR-CAPTURA TO CUSTDIR-CALLE
           END-IF.
           DISPLAY "COLONIA [" FUNCTION TRIM(CUSTDIR-COLONIA) "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               MOVE WS-DIR-CAPTURA TO CUSTDIR-COLONIA
           END-IF.
           DISPLAY "CIUDAD [" FUNCTION TRIM(CUSTDIR-CIUDAD) "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               MOVE WS-DIR-CAPTURA TO CUSTDIR-CIUDAD
           END-IF.
           DISPLAY "ESTADO [" FUNCTION TRIM(CUSTDIR-ESTADO) "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               MOVE WS-DIR-CAPTURA TO CUSTDIR-ESTADO
           END-IF.
           MOVE "S" TO WS-DIR-VALIDA.
           DISPLAY "CODIGO POSTAL [" CUSTDIR-CP "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               IF WS-DIR-CAPTURA(1:5) IS NOT NUMERIC
                   OR WS-DIR-CAPTURA(6:) NOT = SPACES
                   MOVE "N" TO WS-DIR-VALIDA
               ELSE
                   MOVE WS-DIR-CAPTURA TO CUSTDIR-CP
               END-IF
           END-IF.
           DISPLAY "TELEFONO [" FUNCTION TRIM(CUSTDIR-TELEFONO) "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               MOVE WS-DIR-CAPTURA TO CUSTDIR-TELEFONO
           END-IF.
           DISPLAY "CORREO [" FUNCTION TRIM(CUSTDIR-CORREO) "]:"
           MOVE SPACES TO WS-DIR-CAPTURA
           ACCEPT WS-DIR-CAPTURA.
           IF WS-DIR-CAPTURA NOT = SPACES
               MOVE WS-DIR-CAPTURA TO CUSTDIR-CORREO
           END-IF.
           IF WS-DIR-VALIDA NOT = "S"
               DISPLAY "CODIGO POSTAL INVALIDO (CINCO DIGITOS):"
                   " NO SE GRABA LA DIRECCION."
           ELSE
           IF CUSTDIR-RECORD = WS-IMAGEN-ANTES
               DISPLAY "SIN CAMBIOS."
           ELSE
               IF WS-IMAGEN-ANTES = SPACES
                   WRITE CUSTDIR-RECORD
               ELSE
                   REWRITE CUSTDIR-RECORD
               END-IF
               IF WS-CUSTDIR-FILE-STATUS = "00"
                   MOVE CUSTDIR-RECORD TO WS-IMAGEN-DESPUES
                   MOVE "DIRECCION" TO WS-ACCION-LOG
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY "DIRECCION ACTUALIZADA."
               ELSE
                   DISPLAY "ERROR " WS-CUSTDIR-FILE-STATUS
                       " AL GRABAR LA DIRECCION."
               END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * Limite de exposicion por cliente (LIMIDX.DAT): el cliente
      * tiene que existir en el maestro; cero quita el tope. Se
      * lee, reescribe, agrega o borra solo el registro del
      * cliente, con imagen antes/despues en la auditoria como
      * cualquier otro cambio al cliente.
      *-----------------------------------------------------------
       LIMITE-CLIENTE.
           PERFORM PEDIR-ID.
           IF WS-BUSCA-ID IS NOT NUMERIC
               DISPLAY "EL ID DEBE SER NUMERICO."
           ELSE
               MOVE WS-BUSCA-ID TO CUSTMAST-ID
               READ CUST-INDEX-FILE
               PERFORM VERIFICAR-SUCURSAL
               IF WS-CUSTIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESE CLIENTE."
               ELSE
               IF WS-CUST-AJENO = "S"
                   DISPLAY "CLIENTE DE OTRA SUCURSAL ("
                       WS-CUST-SUCURSAL "): NO SE PUEDE MODIFICAR."
               ELSE
                   PERFORM ABRIR-LIMITES
                   IF WS-LIMIDX-FILE-STATUS = "00"
                       PERFORM CAMBIAR-LIMITE
                       CLOSE LIMIT-INDEX-FILE
                   END-IF
               END-IF
               END-IF
           END-IF.

      *    Sin indexado todavia NO se crea uno vacio: los limites
      *    del CUSTLIM.DAT plano se perderian. Primero hay que
      *    correr la conversion.
       ABRIR-LIMITES.
           OPEN I-O LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS = "35"
               DISPLAY "LIMIDX.DAT NO EXISTE. CORRE"
                   " CONVIERTE-LIMITES PRIMERO."
           ELSE
               IF WS-LIMIDX-FILE-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO ABRIR LIMIDX.DAT ("
                       WS-LIMIDX-FILE-STATUS ")."
               END-IF
           END-IF.

       CAMBIAR-LIMITE.
           MOVE CUSTMAST-ID TO LIMIDX-CUST.
           READ LIMIT-INDEX-FILE.
           MOVE SPACES TO WS-IMAGEN-ANTES.
           IF WS-LIMIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-LIM-HALLADO
               MOVE LIMIDX-MONTO TO WS-LIM-TEXTO
               DISPLAY "LIMITE ACTUAL: " WS-LIM-TEXTO
               STRING CUSTMAST-ID " " WS-LIM-TEXTO
                   DELIMITED BY SIZE INTO WS-IMAGEN-ANTES
           ELSE
               MOVE "N" TO WS-LIM-HALLADO
               DISPLAY "SIN LIMITE ACTUAL."
           END-IF.
           DISPLAY "NUEVO LIMITE (0 = SIN LIMITE):".
           ACCEPT WS-LIM-CAPTURA.
           IF FUNCTION TEST-NUMVAL(WS-LIM-CAPTURA) = 0
               COMPUTE WS-LIM-NUEVO =
                   FUNCTION NUMVAL(WS-LIM-CAPTURA)
               PERFORM APLICAR-LIMITE
               IF WS-LIMIDX-FILE-STATUS = "00"
                   MOVE "LIMITE" TO WS-ACCION-LOG
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY "LIMITE ACTUALIZADO."
               ELSE
                   DISPLAY "ERROR " WS-LIMIDX-FILE-STATUS
                       " AL GRABAR EL LIMITE."
               END-IF
           ELSE
               DISPLAY "IMPORTE NO NUMERICO."
           END-IF.

      *    Cero borra el registro del cliente; distinto de cero
      *    reescribe el existente o agrega uno nuevo.
       APLICAR-LIMITE.
           MOVE SPACES TO WS-IMAGEN-DESPUES.
           MOVE "00" TO WS-LIMIDX-FILE-STATUS.
           IF WS-LIM-NUEVO = 0
               IF WS-LIM-HALLADO = "S"
                   DELETE LIMIT-INDEX-FILE RECORD
               END-IF
           ELSE
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE CUSTMAST-ID    TO LIMIDX-CUST
               MOVE WS-LIM-NUEVO   TO LIMIDX-MONTO
               MOVE WS-OPERADOR-ID TO LIMIDX-OPERADOR
               MOVE WS-SYS-DATE    TO LIMIDX-FECHA
               IF WS-LIM-HALLADO = "S"
                   REWRITE LIMIDX-RECORD
               ELSE
                   WRITE LIMIDX-RECORD
               END-IF
               MOVE WS-LIM-NUEVO TO WS-LIM-TEXTO
               STRING CUSTMAST-ID " " WS-LIM-TEXTO
                   DELIMITED BY SIZE INTO WS-IMAGEN-DESPUES
           END-IF.

      *-----------------------------------------------------------
      * Revision de provisionales: los userid de la API sin
      * cliente que CRUCE-API-CLIENTES dejo en PENDCUST.DAT. Alta
                       TO CUSTMAST-ID
                   MOVE WS-NUEVO-NOMBRE TO CUSTMAST-NAME
                   MOVE "A" TO CUSTMAST-STATUS
                   MOVE 0 TO CUSTMAST-FUSION-ID
                   PERFORM ASIGNAR-SUCURSAL
                   WRITE CUSTOMER-MASTER-RECORD
                   IF WS-CUSTIDX-FILE-STATUS = "00"
                       MOVE CUSTOMER-MASTER-RECORD
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
