       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-TASAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASASCFG-FILE ASSIGN TO "TASASCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASASCFG-FILE-STATUS.

           SELECT SOLO-FILE ASSIGN TO "APISOLO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLO-FILE-STATUS.

           SELECT ENDPOINT-MASTER-FILE ASSIGN TO "ENDPMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENDPMAST-FILE-STATUS.

           SELECT RESPUESTA-FILE ASSIGN TO WS-NOMBRE-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPUESTA-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

           SELECT TASAPEND-FILE ASSIGN TO "TASASPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAPEND-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Parametros de la carga: una linea "ENDPOINT TOLERANCIA" con
      * el id de ENDPMAST del proveedor de tasas y la variacion
      * maxima en porciento contra la tasa anterior de la moneda
      * (TASAS y 3 si falta).
       FD  TASASCFG-FILE.
       01 TASASCFG-LINE             PIC X(30).

       FD  SOLO-FILE.
       01 SOLO-LINE                 PIC X(8).

       FD  ENDPOINT-MASTER-FILE.
       01 ENDPMAST-RECORD.
           05 ENDPMAST-ID           PIC X(8).
           05 FILLER                PIC X.
           05 ENDPMAST-ACTIVO       PIC X.
           05 FILLER                PIC X.
           05 ENDPMAST-METHOD       PIC X(4).
           05 FILLER                PIC X.
           05 ENDPMAST-ESPERA       PIC X.
           05 FILLER                PIC X.
           05 ENDPMAST-RESPFILE     PIC X(40).
           05 FILLER                PIC X.
           05 ENDPMAST-URL          PIC X(150).
           05 FILLER                PIC X.
           05 ENDPMAST-CUPO         PIC 9(4).

      * Respuesta del proveedor tal como la archivo CONSUMIR-API:
      * {"base":"MXN","date":"AAAA-MM-DD","rates":{"USD":17.25,..}}
      * con cada tasa en moneda local por unidad de la extranjera,
      * igual que TASAIDX.DAT.
       FD  RESPUESTA-FILE.
       01 RESPUESTA-LINE            PIC X(1000).

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       FD  TASAPEND-FILE.
           COPY "TASAPEND.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TASASCFG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-SOLO-FILE-STATUS       PIC XX VALUE "00".
       01 WS-ENDPMAST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-RESPUESTA-FILE-STATUS  PIC XX VALUE "00".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TASAPEND-FILE-STATUS   PIC XX VALUE "00".
       01 WS-NOMBRE-RESPUESTA       PIC X(40) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-API-RC                 PIC 9(4) VALUE 0.
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-PARM-FECHA             PIC X(10) VALUE SPACES.
       01 WS-FECHA-EFEC             PIC 9(8) VALUE 0.
       01 WS-CFG-1                  PIC X(10) VALUE SPACES.
       01 WS-CFG-2                  PIC X(10) VALUE SPACES.
       01 WS-ENDPOINT               PIC X(8) VALUE "TASAS".
       01 WS-TOLERANCIA             PIC 9(3)V99 VALUE 3.
       01 WS-HAY-ENDPOINT           PIC X VALUE "N".
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-J                      PIC 9(3) VALUE 0.
       01 WS-HALLADO                PIC 9(3) VALUE 0.
       01 WS-CARGADAS               PIC 9(3) VALUE 0.
       01 WS-RETENIDAS              PIC 9(3) VALUE 0.
       01 WS-YA-ESTABAN             PIC 9(3) VALUE 0.
       01 WS-INVALIDAS              PIC 9(3) VALUE 0.
       01 WS-DIFERENCIA             PIC 9(3)V9(6) VALUE 0.
       01 WS-VARIACION              PIC 9(5)V99 VALUE 0.
       01 WS-TASA-TEXTO             PIC ZZ9.999999.
       01 WS-VARIACION-TEXTO        PIC ZZZZ9.99.

      * La respuesta completa en una sola cadena y el objeto
      * "rates" partido en pares "MON":valor.
       01 WS-JSON                   PIC X(4000) VALUE SPACES.
       01 WS-JSON-PTR               PIC 9(4) VALUE 1.
       01 WS-JSON-LLENO             PIC X VALUE "N".
       01 WS-JSON-ANTES             PIC X(4000) VALUE SPACES.
       01 WS-JSON-RESTO             PIC X(4000) VALUE SPACES.
       01 WS-JSON-BASURA            PIC X(100) VALUE SPACES.
       01 WS-JSON-CUERPO            PIC X(4000) VALUE SPACES.
       01 WS-PAR-PTR                PIC 9(4) VALUE 1.
       01 WS-FIN-PARES              PIC X VALUE "N".
       01 WS-PAR                    PIC X(60) VALUE SPACES.
       01 WS-PAR-MON                PIC X(20) VALUE SPACES.
       01 WS-PAR-VALOR              PIC X(30) VALUE SPACES.
       01 WS-VALOR-NUM              PIC 9(7)V9(8) VALUE 0.

       01 WS-EOF-TASAS              PIC X VALUE "N".

      * Tasas del dia recibidas del proveedor, con la anterior
      * vigente de su moneda y la disposicion que les toco:
      * C = cargada, R = retenida, Y = ya estaba en TASAIDX.DAT o
      * ya retenida para la misma fecha.
       01 WS-NUM-NUEVAS             PIC 9(3) VALUE 0.
       01 WS-TABLA-NUEVAS.
           05 WS-NUE-ENTRY OCCURS 100 TIMES.
               10 WS-NUE-MON        PIC X(3).
               10 WS-NUE-TASA       PIC 9(3)V9(6).
               10 WS-NUE-ANT        PIC 9(3)V9(6).
               10 WS-NUE-FECHA-ANT  PIC 9(8).
               10 WS-NUE-DISP       PIC X.

       01 WS-ALR-PROGRAMA          PIC X(20) VALUE "CARGA-TASAS".
       01 WS-ALR-SEVERIDAD         PIC X VALUE "W".
       01 WS-ALR-CLAVE             PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE           PIC X(60) VALUE SPACES.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Carga diaria de tasas de cambio: pide a CONSUMIR-API solo
      * el endpoint de tasas (APISOLO.DAT), lee la respuesta que
      * dejo archivada y da de alta en TASAIDX.DAT una tasa por
      * moneda con fecha efectiva = fecha de negocio. Cada tasa se
      * compara contra la anterior de su moneda: si se movio mas
      * que la tolerancia de TASASCFG.DAT, o la moneda no tenia
      * tasa, no se carga y queda PENDIENTE en TASASPEND.DAT hasta
      * que un supervisor la apruebe en APRUEBA-TASAS. Corre antes
      * de CALCULADORA-BASICA para que el lote ya tenga las tasas
      * del dia; una recorrida no duplica tasas.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           PERFORM OBTENER-FECHA.
           PERFORM LEER-PARAMETROS.

           PERFORM PEDIR-TASAS.
           IF WS-API-RC >= 8
               DISPLAY "NO SE OBTUVIERON LAS TASAS DEL ENDPOINT "
                   WS-ENDPOINT " (RC " WS-API-RC ")."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "SIN TASAS DEL " WS-FECHA-EFEC ": FALLO EL"
                   " ENDPOINT " WS-ENDPOINT
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BUSCAR-RESPUESTA.
           PERFORM LEER-RESPUESTA.
           PERFORM SEPARAR-TASAS.
           IF WS-NUM-NUEVAS = 0
               DISPLAY "LA RESPUESTA DE " WS-ENDPOINT
                   " NO TRAE TASAS."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "SIN TASAS DEL " WS-FECHA-EFEC ": RESPUESTA"
                   " VACIA O ILEGIBLE DE " WS-ENDPOINT
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Sin indexado todavia NO se crea uno vacio: las tasas
      *    del TASAS.DAT plano se perderian para el lote.
           OPEN I-O TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TASAIDX.DAT ("
                   WS-TASAIDX-FILE-STATUS "); SI NO EXISTE, CORRE"
                   " CONVIERTE-TASAS PRIMERO."
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "SIN TASAS DEL " WS-FECHA-EFEC ": NO SE PUDO"
                   " ABRIR TASAIDX.DAT (" WS-TASAIDX-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-VIGENTES.
           PERFORM CARGAR-RETENIDAS.
           PERFORM APLICAR-TASAS.
           CLOSE TASA-INDEX-FILE.

           IF WS-RETENIDAS > 0
               MOVE SPACES TO WS-ALR-CLAVE WS-ALR-MENSAJE
               STRING "TASAS " WS-FECHA-EFEC
                   DELIMITED BY SIZE INTO WS-ALR-CLAVE
               STRING WS-RETENIDAS " TASAS RETENIDAS: REVISAR EN"
                   " APRUEBA-TASAS"
                   DELIMITED BY SIZE INTO WS-ALR-MENSAJE
               CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
                   WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           END-IF.

           DISPLAY "TASAS DEL " WS-FECHA-EFEC ": " WS-CARGADAS
               " CARGADAS, " WS-RETENIDAS " RETENIDAS, "
               WS-YA-ESTABAN " YA ESTABAN, " WS-INVALIDAS
               " ILEGIBLES.".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       OBTENER-FECHA.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-FECHA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-FECHA
           END-ACCEPT.
           IF WS-PARM-FECHA(1:8) IS NUMERIC
               MOVE WS-PARM-FECHA(1:8) TO WS-FECHA-EFEC
           ELSE
               CALL "FECHA-NEGOCIO" USING WS-FECHA-EFEC
           END-IF.

       LEER-PARAMETROS.
           OPEN INPUT TASASCFG-FILE.
           IF WS-TASASCFG-FILE-STATUS = "00"
               READ TASASCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-CFG-1 WS-CFG-2
                       UNSTRING TASASCFG-LINE DELIMITED BY ALL SPACE
                           INTO WS-CFG-1 WS-CFG-2
                       IF WS-CFG-1 NOT = SPACES
                           MOVE WS-CFG-1 TO WS-ENDPOINT
                       END-IF
                       IF FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                           COMPUTE WS-TOLERANCIA =
                               FUNCTION NUMVAL(WS-CFG-2)
                       END-IF
               END-READ
               CLOSE TASASCFG-FILE
           END-IF.

      *-----------------------------------------------------------
      * El pedido va por CONSUMIR-API para que la llamada tenga
      * su token, su cupo, su bitacora y su archivo en el
      * catalogo como cualquier otra. Se libera el programa al
      * volver para que la corrida normal de la noche arranque
      * con su memoria limpia.
      *-----------------------------------------------------------
       PEDIR-TASAS.
           OPEN OUTPUT SOLO-FILE.
           MOVE WS-ENDPOINT TO SOLO-LINE.
           WRITE SOLO-LINE.
           CLOSE SOLO-FILE.
           CALL "CONSUMIR-API".
           MOVE RETURN-CODE TO WS-API-RC.
           CANCEL "CONSUMIR-API".
           MOVE 0 TO RETURN-CODE.

       BUSCAR-RESPUESTA.
           MOVE "N" TO WS-HAY-ENDPOINT.
           MOVE SPACES TO WS-NOMBRE-RESPUESTA.
           OPEN INPUT ENDPOINT-MASTER-FILE.
           IF WS-ENDPMAST-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ENDPOINT-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ENDPMAST-ID = WS-ENDPOINT
                               MOVE "S" TO WS-HAY-ENDPOINT
                               MOVE "Y" TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDPOINT-MASTER-FILE
           END-IF.
           IF WS-HAY-ENDPOINT = "S"
               AND ENDPMAST-RESPFILE NOT = SPACES
               MOVE ENDPMAST-RESPFILE TO WS-NOMBRE-RESPUESTA
           ELSE
               STRING "response_" FUNCTION TRIM(WS-ENDPOINT) ".txt"
                   DELIMITED BY SIZE INTO WS-NOMBRE-RESPUESTA
           END-IF.

       LEER-RESPUESTA.
           MOVE SPACES TO WS-JSON.
           MOVE 1 TO WS-JSON-PTR.
           MOVE "N" TO WS-JSON-LLENO.
           OPEN INPUT RESPUESTA-FILE.
           IF WS-RESPUESTA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RESPUESTA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RESPUESTA-LINE NOT = SPACES
                               STRING FUNCTION TRIM(RESPUESTA-LINE)
                                   DELIMITED BY SIZE
                                   INTO WS-JSON
                                   WITH POINTER WS-JSON-PTR
                                   ON OVERFLOW
                                       MOVE "S" TO WS-JSON-LLENO
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESPUESTA-FILE
           END-IF.
           IF WS-JSON-LLENO = "S"
               DISPLAY "RESPUESTA DE TASAS MAS LARGA QUE EL AREA DE"
                   " LECTURA: SE USA SOLO LO QUE CUPO."
               MOVE "RESPUESTA DE TASAS TRUNCADA AL LEERSE."
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Del objeto "rates" sale un par "MON":valor por moneda;
      * un par ilegible se informa y se salta sin tumbar a los
      * demas.
      *-----------------------------------------------------------
       SEPARAR-TASAS.
           MOVE 0 TO WS-NUM-NUEVAS.
           MOVE SPACES TO WS-JSON-ANTES WS-JSON-RESTO
               WS-JSON-BASURA WS-JSON-CUERPO.
           UNSTRING WS-JSON DELIMITED BY '"rates"'
               INTO WS-JSON-ANTES WS-JSON-RESTO.
           IF WS-JSON-RESTO NOT = SPACES
               UNSTRING WS-JSON-RESTO DELIMITED BY "{" OR "}"
                   INTO WS-JSON-BASURA WS-JSON-CUERPO
           END-IF.
           MOVE 1 TO WS-PAR-PTR.
           MOVE "N" TO WS-FIN-PARES.
           IF WS-JSON-CUERPO = SPACES
               MOVE "S" TO WS-FIN-PARES
           END-IF.
           PERFORM UNTIL WS-FIN-PARES = "S"
               MOVE SPACES TO WS-PAR
               UNSTRING WS-JSON-CUERPO DELIMITED BY ","
                   INTO WS-PAR
                   WITH POINTER WS-PAR-PTR
               END-UNSTRING
               IF WS-PAR = SPACES
                   MOVE "S" TO WS-FIN-PARES
               ELSE
                   PERFORM ANOTAR-PAR
               END-IF
               IF WS-PAR-PTR > LENGTH OF WS-JSON-CUERPO
                   MOVE "S" TO WS-FIN-PARES
               END-IF
           END-PERFORM.

       ANOTAR-PAR.
           MOVE SPACES TO WS-PAR-MON WS-PAR-VALOR.
           UNSTRING WS-PAR DELIMITED BY ":"
               INTO WS-PAR-MON WS-PAR-VALOR.
           INSPECT WS-PAR-MON REPLACING ALL '"' BY SPACE.
           INSPECT WS-PAR-VALOR REPLACING ALL '"' BY SPACE.
           MOVE 0 TO WS-VALOR-NUM.
           IF FUNCTION TEST-NUMVAL(WS-PAR-VALOR) = 0
               COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-PAR-VALOR)
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PAR-MON)) NOT = 3
               OR WS-VALOR-NUM = 0
               OR WS-VALOR-NUM >= 1000
               OR WS-NUM-NUEVAS = 100
               ADD 1 TO WS-INVALIDAS
               DISPLAY "TASA ILEGIBLE O FUERA DE RANGO, SE SALTA: "
                   FUNCTION TRIM(WS-PAR)
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "TASA ILEGIBLE DEL " WS-FECHA-EFEC ": "
                   FUNCTION TRIM(WS-PAR)
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               IF WS-RUTINA-RC < 4
                   MOVE 4 TO WS-RUTINA-RC
               END-IF
           ELSE
               ADD 1 TO WS-NUM-NUEVAS
               MOVE FUNCTION TRIM(WS-PAR-MON)
                   TO WS-NUE-MON(WS-NUM-NUEVAS)
               COMPUTE WS-NUE-TASA(WS-NUM-NUEVAS) ROUNDED =
                   WS-VALOR-NUM
               MOVE 0 TO WS-NUE-ANT(WS-NUM-NUEVAS)
               MOVE 0 TO WS-NUE-FECHA-ANT(WS-NUM-NUEVAS)
               MOVE SPACE TO WS-NUE-DISP(WS-NUM-NUEVAS)
           END-IF.

      *-----------------------------------------------------------
      * La tasa anterior de cada moneda es la mas reciente de
      * TASAIDX.DAT con fecha menor a la efectiva; una tasa con la
      * misma fecha efectiva quiere decir que la moneda ya se
      * cargo hoy (recorrida o aprobacion manual) y no se toca.
      * Cada moneda se posiciona por llave en su primera vigencia
      * y se lee hacia adelante hasta la fecha efectiva.
      *-----------------------------------------------------------
       CARGAR-VIGENTES.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NUM-NUEVAS
               MOVE WS-NUE-MON(WS-J) TO TASAIDX-MONEDA
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
                           PERFORM COMPARAR-VIGENCIA
                   END-READ
               END-PERFORM
           END-PERFORM.

       COMPARAR-VIGENCIA.
           IF TASAIDX-MONEDA NOT = WS-NUE-MON(WS-J)
               OR TASAIDX-FECHA > WS-FECHA-EFEC
               MOVE "Y" TO WS-EOF-TASAS
           ELSE
               IF TASAIDX-FECHA = WS-FECHA-EFEC
                   MOVE "Y" TO WS-NUE-DISP(WS-J)
                   MOVE "Y" TO WS-EOF-TASAS
               ELSE
                   MOVE TASAIDX-FECHA TO WS-NUE-FECHA-ANT(WS-J)
                   MOVE TASAIDX-TASA TO WS-NUE-ANT(WS-J)
               END-IF
           END-IF.

      *    Una moneda ya retenida para la misma fecha no se vuelve
      *    a retener en una recorrida.
       CARGAR-RETENIDAS.
           OPEN INPUT TASAPEND-FILE.
           IF WS-TASAPEND-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TASAPEND-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF TP-FECHA-EFEC = WS-FECHA-EFEC
                               PERFORM VARYING WS-J FROM 1 BY 1
                                       UNTIL WS-J > WS-NUM-NUEVAS
                                   IF WS-NUE-MON(WS-J) = TP-MONEDA
                                       MOVE "Y" TO WS-NUE-DISP(WS-J)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASAPEND-FILE
           END-IF.

       APLICAR-TASAS.
           OPEN EXTEND TASAPEND-FILE.
           IF WS-TASAPEND-FILE-STATUS = "35"
               OPEN OUTPUT TASAPEND-FILE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-NUEVAS
               IF WS-NUE-DISP(WS-IDX) = "Y"
                   ADD 1 TO WS-YA-ESTABAN
               ELSE
                   PERFORM CALCULAR-VARIACION
                   IF WS-NUE-ANT(WS-IDX) = 0
                       OR WS-VARIACION > WS-TOLERANCIA
                       PERFORM RETENER-TASA
                   ELSE
                       PERFORM ESCRIBIR-TASA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TASAPEND-FILE.

       CALCULAR-VARIACION.
           MOVE 0 TO WS-VARIACION.
           IF WS-NUE-ANT(WS-IDX) > 0
               IF WS-NUE-TASA(WS-IDX) > WS-NUE-ANT(WS-IDX)
                   COMPUTE WS-DIFERENCIA =
                       WS-NUE-TASA(WS-IDX) - WS-NUE-ANT(WS-IDX)
               ELSE
                   COMPUTE WS-DIFERENCIA =
                       WS-NUE-ANT(WS-IDX) - WS-NUE-TASA(WS-IDX)
               END-IF
               COMPUTE WS-VARIACION ROUNDED =
                   WS-DIFERENCIA * 100 / WS-NUE-ANT(WS-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIACION
               END-COMPUTE
           END-IF.

       ESCRIBIR-TASA.
           MOVE WS-NUE-MON(WS-IDX) TO TASAIDX-MONEDA.
           MOVE WS-FECHA-EFEC TO TASAIDX-FECHA.
           MOVE WS-NUE-TASA(WS-IDX) TO TASAIDX-TASA.
           WRITE TASAIDX-RECORD.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "C" TO WS-NUE-DISP(WS-IDX)
               ADD 1 TO WS-CARGADAS
           ELSE
               IF WS-TASAIDX-FILE-STATUS = "22"
                   MOVE "Y" TO WS-NUE-DISP(WS-IDX)
                   ADD 1 TO WS-YA-ESTABAN
               ELSE
                   MOVE SPACES TO WS-ERR-MENSAJE
                   STRING "ERROR " WS-TASAIDX-FILE-STATUS
                       " GRABANDO LA TASA " WS-NUE-MON(WS-IDX)
                       " DEL " WS-FECHA-EFEC
                       DELIMITED BY SIZE INTO WS-ERR-MENSAJE
                   DISPLAY FUNCTION TRIM(WS-ERR-MENSAJE)
                   PERFORM REGISTRAR-ERROR
                   MOVE 8 TO WS-RUTINA-RC
               END-IF
           END-IF.

       RETENER-TASA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO TASAPEND-RECORD.
           MOVE "PENDIENTE"             TO TP-ESTADO.
           MOVE WS-SYS-DATE             TO TP-FECHA-SOL.
           MOVE WS-NUE-MON(WS-IDX)      TO TP-MONEDA.
           MOVE WS-FECHA-EFEC           TO TP-FECHA-EFEC.
           MOVE WS-NUE-TASA(WS-IDX)     TO TP-TASA.
           MOVE WS-NUE-ANT(WS-IDX)      TO TP-TASA-ANT.
           MOVE WS-NUE-FECHA-ANT(WS-IDX) TO TP-FECHA-ANT.
           MOVE WS-VARIACION            TO TP-VARIACION.
           MOVE 0                       TO TP-FECHA-DISP.
           WRITE TASAPEND-RECORD.
           MOVE "R" TO WS-NUE-DISP(WS-IDX).
           ADD 1 TO WS-RETENIDAS.
           MOVE WS-NUE-TASA(WS-IDX) TO WS-TASA-TEXTO.
           IF WS-NUE-ANT(WS-IDX) = 0
               DISPLAY "TASA RETENIDA " WS-NUE-MON(WS-IDX) " "
                   FUNCTION TRIM(WS-TASA-TEXTO)
                   ": LA MONEDA NO TENIA TASA ANTERIOR."
           ELSE
               MOVE WS-VARIACION TO WS-VARIACION-TEXTO
               DISPLAY "TASA RETENIDA " WS-NUE-MON(WS-IDX) " "
                   FUNCTION TRIM(WS-TASA-TEXTO) ": SE MOVIO "
                   FUNCTION TRIM(WS-VARIACION-TEXTO)
                   "% CONTRA LA DEL " WS-NUE-FECHA-ANT(WS-IDX) "."
           END-IF.

      *-----------------------------------------------------------
      * Todo rechazo o falla de E/S de este programa queda en el
      * log de errores compartido, como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "CARGA-TASAS"      TO ERRLOG-PROGRAM
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

       END PROGRAM CARGA-TASAS.
