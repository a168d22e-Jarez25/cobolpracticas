       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTA-BITACORAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BITACORA-FILE ASSIGN TO WS-BITACORA-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BITACORA-FILE-STATUS.

           SELECT ARCHIVO-FILE ASSIGN TO WS-ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-FILE-STATUS.

           SELECT TEMPORAL-FILE ASSIGN TO "LOGTMP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPORAL-FILE-STATUS.

           SELECT LOGCAT-FILE ASSIGN TO "LOGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGCAT-FILE-STATUS.

           SELECT RETENCION-FILE ASSIGN TO "RETBITAC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETENCION-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-FILE.
       01 BITACORA-LINE             PIC X(500).

       FD  ARCHIVO-FILE.
       01 ARCHIVO-LINE              PIC X(500).

       FD  TEMPORAL-FILE.
       01 TEMPORAL-LINE             PIC X(500).

       FD  LOGCAT-FILE.
           COPY "LOGCAT.cpy".

       FD  RETENCION-FILE.
       01 RETENCION-LINE            PIC X(10).

      * Retenciones legales de MANTIENE-CLIENTES: un archivo de
      * bitacora cuyo periodo toca un rango retenido no se depura
      * aunque caduque (las bitacoras mezclan clientes, asi que
      * cualquier retencion del rango lo alcanza).
       FD  HOLDS-FILE.
       01 HOLDS-RECORD.
           05 HOLD-CUST             PIC 9(6).
           05 FILLER                PIC X.
           05 HOLD-DESDE            PIC 9(8).
           05 FILLER                PIC X.
           05 HOLD-HASTA            PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BITACORA-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ARCHIVO-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TEMPORAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LOGCAT-FILE-STATUS     PIC XX VALUE "00".
       01 WS-RETENCION-FILE-STATUS  PIC XX VALUE "00".
       01 WS-HOLDS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-BITACORA-NOMBRE        PIC X(14) VALUE SPACES.
       01 WS-ARCHIVO-NOMBRE         PIC X(40) VALUE SPACES.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-FECHA-CORTE            PIC 9(8) VALUE 0.
       01 WS-FECHA-TEXTO            PIC X(8) VALUE SPACES.
       01 WS-FECHA-RENGLON          PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EN-PREFIJO             PIC X VALUE "S".
       01 WS-IDX                    PIC 9(2) VALUE 0.
       01 WS-C                      PIC 9(3) VALUE 0.
       01 WS-SELECCIONADOS          PIC 9(7) VALUE 0.
       01 WS-VERIFICADOS            PIC 9(7) VALUE 0.
       01 WS-RESTANTES              PIC 9(7) VALUE 0.
       01 WS-DESDE                  PIC 9(8) VALUE 0.
       01 WS-HASTA                  PIC 9(8) VALUE 0.
       01 WS-SEQ-ANT                PIC 9(7) VALUE 0.
       01 WS-CHECK-ANT              PIC 9(9) VALUE 0.
       01 WS-SEQ-FIN                PIC 9(7) VALUE 0.
       01 WS-CHECK-FIN              PIC 9(9) VALUE 0.
       01 WS-ROTADAS                PIC 9(2) VALUE 0.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.
       01 WS-DIAS-RETENCION         PIC 9(4) VALUE 0.
       01 WS-HOY-ENTERO             PIC 9(7) VALUE 0.
       01 WS-ARCH-ENTERO            PIC 9(7) VALUE 0.
       01 WS-DIAS-EDAD              PIC S9(7) VALUE 0.
       01 WS-NUM-CATALOGO           PIC 9(3) VALUE 0.
       01 WS-DEPURADOS              PIC 9(3) VALUE 0.
       01 WS-RETENIDOS              PIC 9(3) VALUE 0.
       01 WS-NUM-HOLDS              PIC 9(2) VALUE 0.
       01 WS-HOLD-IDX               PIC 9(2) VALUE 0.
       01 WS-RETENIDO               PIC X VALUE "N".
       01 WS-COMMAND-LINE           PIC X(100) VALUE SPACES.

      * Las bitacoras que se rotan: nombre, raiz del archivo
      * fechado, cadena de SELLA-AUDITORIA (espacios si no va
      * encadenada) y columna donde empieza la fecha YYYYMMDD.
       01 WS-TABLA-BITACORAS.
           05 FILLER PIC X(34) VALUE
               "CALCLOG.DAT   CALCLOG   CALCLOG 01".
           05 FILLER PIC X(34) VALUE
               "ERRLOG.DAT    ERRLOG    ERRLOG  01".
           05 FILLER PIC X(34) VALUE
               "ALERTAS.DAT   ALERTAS           01".
           05 FILLER PIC X(34) VALUE
               "APICALLLOG.DATAPICALLLOG        10".
           05 FILLER PIC X(34) VALUE
               "UMBRALLOG.DAT UMBRALLOG         01".
           05 FILLER PIC X(34) VALUE
               "AUTHLOG.DAT   AUTHLOG           01".
       01 WS-TABLA-BITACORAS-R REDEFINES WS-TABLA-BITACORAS.
           05 WS-BIT-ENTRY OCCURS 6 TIMES.
               10 WS-BIT-NOMBRE     PIC X(14).
               10 WS-BIT-RAIZ       PIC X(10).
               10 WS-BIT-CADENA     PIC X(8).
               10 WS-BIT-POS-FECHA  PIC 9(2).

       01 WS-TABLA-HOLDS.
           05 WS-HOLD-ENTRY OCCURS 50 TIMES.
               10 WS-TH-CUST        PIC 9(6).
               10 WS-TH-DESDE       PIC 9(8).
               10 WS-TH-HASTA       PIC 9(8).

      * Catalogo completo en memoria para asentar las
      * depuraciones y reescribirlo.
       01 WS-TABLA-CATALOGO.
           05 WS-CAT-ENTRY OCCURS 500 TIMES
                   PIC X(146).

      * Vista de los renglones encadenados para tomar su
      * secuencia y enlace.
           COPY "CALCLOG.cpy".
           COPY "ERRLOG.cpy".

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Rotacion de bitacoras: de CALCLOG, ERRLOG, ALERTAS,
      * APICALLLOG, UMBRALLOG y AUTHLOG pasa los meses ya
      * cerrados (todo renglon anterior al primer dia del mes de
      * la fecha de negocio) a un archivo fechado
      * <BITACORA>_ARC_<CORTE>.DAT, verifica el conteo, y solo
      * entonces deja en la bitacora viva lo del mes en curso.
      * Se mueve el tramo inicial completo, sin saltar renglones,
      * para que la cadena de SELLA-AUDITORIA siga corrida del
      * archivo a la bitacora viva; el catalogo LOGCAT.DAT guarda
      * el eslabon de entrada y salida de cada archivo para que
      * VERIFICA-CADENA pruebe la continuidad. Un archivo destino
      * existente nunca se pisa.
      * Despues depura los archivos cuyo periodo tiene mas dias
      * que la retencion de RETBITAC.DAT (sin el archivo no se
      * depura nada), salvo los alcanzados por una retencion
      * legal de HOLDS.DAT. El archivo depurado queda en el
      * catalogo con su eslabon de salida.
      * Corre cada noche tras avanzar la fecha de negocio; fuera
      * del primer dia del mes no encuentra nada que rotar.
      * RETURN-CODE 8 si una rotacion no pudo verificarse.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           MOVE 0 TO WS-ROTADAS.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           COMPUTE WS-FECHA-CORTE = WS-FECHA-NEGOCIO
               - FUNCTION MOD(WS-FECHA-NEGOCIO, 100) + 1.
           PERFORM CARGAR-HOLDS.
           PERFORM LEER-RETENCION.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               PERFORM ROTAR-BITACORA
           END-PERFORM.
           DISPLAY "ROTACION DE BITACORAS AL " WS-FECHA-CORTE ": "
               WS-ROTADAS " BITACORAS ROTADAS.".
           IF WS-DIAS-RETENCION > 0
               PERFORM DEPURAR-ARCHIVOS
           END-IF.
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

       ROTAR-BITACORA.
           MOVE WS-BIT-NOMBRE(WS-IDX) TO WS-BITACORA-NOMBRE.
           MOVE SPACES TO WS-ARCHIVO-NOMBRE.
           STRING WS-BIT-RAIZ(WS-IDX) DELIMITED BY SPACE
                  "_ARC_" WS-FECHA-CORTE ".DAT"
                  DELIMITED BY SIZE
               INTO WS-ARCHIVO-NOMBRE.
           PERFORM CONTAR-PERIODO-CERRADO.
           IF WS-SELECCIONADOS > 0
               OPEN INPUT ARCHIVO-FILE
               IF WS-ARCHIVO-FILE-STATUS = "00"
                   CLOSE ARCHIVO-FILE
                   DISPLAY "  " WS-BITACORA-NOMBRE ": EL ARCHIVO "
                       FUNCTION TRIM(WS-ARCHIVO-NOMBRE)
                       " YA EXISTE. NO SE PISA NI SE ROTA."
                   MOVE 8 TO WS-RUTINA-RC
               ELSE
                   PERFORM BUSCAR-ANCLA
                   PERFORM PARTIR-BITACORA
                   PERFORM VERIFICAR-ARCHIVO
                   IF WS-VERIFICADOS = WS-SELECCIONADOS
                       PERFORM REESCRIBIR-VIVA
                       PERFORM REGISTRAR-CATALOGO
                       ADD 1 TO WS-ROTADAS
                       DISPLAY "  " WS-BITACORA-NOMBRE ": "
                           WS-SELECCIONADOS " RENGLONES A "
                           FUNCTION TRIM(WS-ARCHIVO-NOMBRE)
                           ", QUEDAN " WS-RESTANTES "."
                   ELSE
                       DISPLAY "  " WS-BITACORA-NOMBRE
                           ": VERIFICACION FALLIDA, ARCHIVADOS "
                           WS-VERIFICADOS " ESPERADOS "
                           WS-SELECCIONADOS ". LA BITACORA NO SE"
                           " TOCA."
                       MOVE 8 TO WS-RUTINA-RC
                   END-IF
               END-IF
           END-IF.

      *    Tramo inicial de renglones anteriores al corte; el
      *    primer renglon del mes en curso lo termina.
       CONTAR-PERIODO-CERRADO.
           MOVE 0 TO WS-SELECCIONADOS.
           OPEN INPUT BITACORA-FILE.
           IF WS-BITACORA-FILE-STATUS = "00"
               MOVE "S" TO WS-EN-PREFIJO
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-EN-PREFIJO NOT = "S"
                   READ BITACORA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CLASIFICAR-RENGLON
                           IF WS-EN-PREFIJO = "S"
                               ADD 1 TO WS-SELECCIONADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BITACORA-FILE
           END-IF.

       CLASIFICAR-RENGLON.
           MOVE BITACORA-LINE(WS-BIT-POS-FECHA(WS-IDX):8)
               TO WS-FECHA-TEXTO.
           IF WS-EN-PREFIJO = "S" AND WS-FECHA-TEXTO IS NUMERIC
               MOVE WS-FECHA-TEXTO TO WS-FECHA-RENGLON
               IF WS-FECHA-RENGLON >= WS-FECHA-CORTE
                   MOVE "N" TO WS-EN-PREFIJO
               END-IF
           END-IF.

      *    La cadena del archivo nuevo arranca donde termino el
      *    ultimo archivo de la misma bitacora.
       BUSCAR-ANCLA.
           MOVE 0 TO WS-SEQ-ANT.
           MOVE 0 TO WS-CHECK-ANT.
           OPEN INPUT LOGCAT-FILE.
           IF WS-LOGCAT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LOGCAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF LCAT-BITACORA = WS-BITACORA-NOMBRE
                               MOVE LCAT-SEQ-FIN   TO WS-SEQ-ANT
                               MOVE LCAT-CHECK-FIN TO WS-CHECK-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGCAT-FILE
           END-IF.

       PARTIR-BITACORA.
           MOVE 0 TO WS-RESTANTES.
           MOVE 0 TO WS-DESDE.
           MOVE 0 TO WS-HASTA.
           MOVE WS-SEQ-ANT   TO WS-SEQ-FIN.
           MOVE WS-CHECK-ANT TO WS-CHECK-FIN.
           OPEN INPUT BITACORA-FILE.
           OPEN OUTPUT ARCHIVO-FILE.
           OPEN OUTPUT TEMPORAL-FILE.
           MOVE "S" TO WS-EN-PREFIJO.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BITACORA-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CLASIFICAR-RENGLON
                       IF WS-EN-PREFIJO = "S"
                           PERFORM ARCHIVAR-RENGLON
                       ELSE
                           MOVE BITACORA-LINE TO TEMPORAL-LINE
                           WRITE TEMPORAL-LINE
                           ADD 1 TO WS-RESTANTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEMPORAL-FILE.
           CLOSE ARCHIVO-FILE.
           CLOSE BITACORA-FILE.

       ARCHIVAR-RENGLON.
           MOVE BITACORA-LINE TO ARCHIVO-LINE.
           WRITE ARCHIVO-LINE.
           IF WS-FECHA-TEXTO IS NUMERIC
               IF WS-DESDE = 0
                   MOVE WS-FECHA-RENGLON TO WS-DESDE
               END-IF
               MOVE WS-FECHA-RENGLON TO WS-HASTA
           END-IF.
           EVALUATE WS-BIT-CADENA(WS-IDX)
               WHEN "CALCLOG"
                   MOVE BITACORA-LINE TO CALCLOG-RECORD
                   IF CALCLOG-SEQ IS NUMERIC AND CALCLOG-SEQ > 0
                       MOVE CALCLOG-SEQ   TO WS-SEQ-FIN
                       MOVE CALCLOG-CHECK TO WS-CHECK-FIN
                   END-IF
               WHEN "ERRLOG"
                   MOVE BITACORA-LINE TO ERRLOG-RECORD
                   IF ERRLOG-SEQ IS NUMERIC AND ERRLOG-SEQ > 0
                       MOVE ERRLOG-SEQ   TO WS-SEQ-FIN
                       MOVE ERRLOG-CHECK TO WS-CHECK-FIN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICAR-ARCHIVO.
           MOVE 0 TO WS-VERIFICADOS.
           OPEN INPUT ARCHIVO-FILE.
           IF WS-ARCHIVO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ARCHIVO-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-FILE
           END-IF.

      *    La bitacora viva queda solo con el mes en curso.
       REESCRIBIR-VIVA.
           OPEN INPUT TEMPORAL-FILE.
           OPEN OUTPUT BITACORA-FILE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TEMPORAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE TEMPORAL-LINE TO BITACORA-LINE
                       WRITE BITACORA-LINE
               END-READ
           END-PERFORM.
           CLOSE BITACORA-FILE.
           CLOSE TEMPORAL-FILE.

       REGISTRAR-CATALOGO.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND LOGCAT-FILE.
           IF WS-LOGCAT-FILE-STATUS = "35"
               OPEN OUTPUT LOGCAT-FILE
           END-IF.
           MOVE SPACES TO LOGCAT-RECORD.
           MOVE WS-BITACORA-NOMBRE TO LCAT-BITACORA.
           MOVE WS-ARCHIVO-NOMBRE  TO LCAT-ARCHIVO.
           MOVE WS-DESDE           TO LCAT-DESDE.
           MOVE WS-HASTA           TO LCAT-HASTA.
           MOVE WS-FECHA-CORTE     TO LCAT-CORTE.
           MOVE WS-VERIFICADOS     TO LCAT-CUENTA.
           MOVE WS-SEQ-ANT         TO LCAT-SEQ-ANT.
           MOVE WS-CHECK-ANT       TO LCAT-CHECK-ANT.
           MOVE WS-SEQ-FIN         TO LCAT-SEQ-FIN.
           MOVE WS-CHECK-FIN       TO LCAT-CHECK-FIN.
           MOVE "A"                TO LCAT-ESTADO.
           MOVE WS-SYS-DATE        TO LCAT-FECHA-ROTA.
           MOVE 0                  TO LCAT-FECHA-DEPURA.
           WRITE LOGCAT-RECORD.
           CLOSE LOGCAT-FILE.

       LEER-RETENCION.
           MOVE 0 TO WS-DIAS-RETENCION.
           OPEN INPUT RETENCION-FILE.
           IF WS-RETENCION-FILE-STATUS = "00"
               READ RETENCION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RETENCION-LINE(1:4) IS NUMERIC
                           MOVE RETENCION-LINE(1:4)
                               TO WS-DIAS-RETENCION
                       END-IF
               END-READ
               CLOSE RETENCION-FILE
           END-IF.

       CARGAR-HOLDS.
           MOVE 0 TO WS-NUM-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF WS-HOLDS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-HOLDS = 50
                   READ HOLDS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HOLDS-RECORD NOT = SPACES
                               ADD 1 TO WS-NUM-HOLDS
                               MOVE HOLD-CUST TO
                                   WS-TH-CUST(WS-NUM-HOLDS)
                               MOVE HOLD-DESDE TO
                                   WS-TH-DESDE(WS-NUM-HOLDS)
                               MOVE HOLD-HASTA TO
                                   WS-TH-HASTA(WS-NUM-HOLDS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

      *-----------------------------------------------------------
      * Depuracion por retencion: la edad de un archivo se cuenta
      * desde su ultimo renglon. El archivo se borra del disco y
      * su entrada queda en el catalogo marcada D.
      *-----------------------------------------------------------
       DEPURAR-ARCHIVOS.
           MOVE 0 TO WS-DEPURADOS.
           MOVE 0 TO WS-RETENIDOS.
           MOVE 0 TO WS-NUM-CATALOGO.
           COMPUTE WS-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO).
           OPEN INPUT LOGCAT-FILE.
           IF WS-LOGCAT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                       OR WS-NUM-CATALOGO = 500
                   READ LOGCAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF LOGCAT-RECORD NOT = SPACES
                               ADD 1 TO WS-NUM-CATALOGO
                               MOVE LOGCAT-RECORD
                                   TO WS-CAT-ENTRY(WS-NUM-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGCAT-FILE
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NUM-CATALOGO
               MOVE WS-CAT-ENTRY(WS-C) TO LOGCAT-RECORD
               IF LCAT-ESTADO = "A" AND LCAT-HASTA > 0
                   PERFORM EVALUAR-DEPURACION
                   MOVE LOGCAT-RECORD TO WS-CAT-ENTRY(WS-C)
               END-IF
           END-PERFORM.
           IF WS-DEPURADOS > 0
               OPEN OUTPUT LOGCAT-FILE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NUM-CATALOGO
                   MOVE WS-CAT-ENTRY(WS-C) TO LOGCAT-RECORD
                   WRITE LOGCAT-RECORD
               END-PERFORM
               CLOSE LOGCAT-FILE
           END-IF.
           DISPLAY "DEPURACION DE BITACORAS ARCHIVADAS: "
               WS-DEPURADOS " BORRADAS, " WS-RETENIDOS
               " EN RETENCION LEGAL.".

       EVALUAR-DEPURACION.
           COMPUTE WS-ARCH-ENTERO =
               FUNCTION INTEGER-OF-DATE(LCAT-HASTA).
           COMPUTE WS-DIAS-EDAD = WS-HOY-ENTERO - WS-ARCH-ENTERO.
           IF WS-DIAS-EDAD > WS-DIAS-RETENCION
               PERFORM EVALUAR-HOLD-ARCHIVO
               IF WS-RETENIDO = "S"
                   ADD 1 TO WS-RETENIDOS
                   DISPLAY "  EN RETENCION LEGAL, NO SE BORRA: "
                       FUNCTION TRIM(LCAT-ARCHIVO)
               ELSE
                   MOVE SPACES TO WS-COMMAND-LINE
                   STRING "rm -f " DELIMITED BY SIZE
                          LCAT-ARCHIVO DELIMITED BY SPACE
                       INTO WS-COMMAND-LINE
                   CALL "SYSTEM" USING WS-COMMAND-LINE
                   ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
                   MOVE "D" TO LCAT-ESTADO
                   MOVE WS-SYS-DATE TO LCAT-FECHA-DEPURA
                   ADD 1 TO WS-DEPURADOS
                   DISPLAY "  BORRADO: " FUNCTION TRIM(LCAT-ARCHIVO)
                       " (" WS-DIAS-EDAD " DIAS)"
               END-IF
           END-IF.

       EVALUAR-HOLD-ARCHIVO.
           MOVE "N" TO WS-RETENIDO.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-NUM-HOLDS
               IF WS-TH-DESDE(WS-HOLD-IDX) <= LCAT-HASTA
                   AND WS-TH-HASTA(WS-HOLD-IDX) >= LCAT-DESDE
                   MOVE "S" TO WS-RETENIDO
                   MOVE WS-NUM-HOLDS TO WS-HOLD-IDX
               END-IF
           END-PERFORM.

       END PROGRAM ROTA-BITACORAS.
