       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-LOG-FILE ASSIGN TO WS-CALCLOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO WS-ERRLOG-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERRLOG-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CADENA-FILE-STATUS.

           SELECT LOGCAT-FILE ASSIGN TO "LOGCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGCAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-LOG-FILE.
           05 FILLER             PIC X.
           05 CAD-CHECK          PIC 9(9).

       FD  LOGCAT-FILE.
           COPY "LOGCAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CALCLOG-FILE-STATUS PIC XX VALUE "00".
       01 WS-ERRLOG-FILE-STATUS  PIC XX VALUE "00".
       01 WS-CAD-SEQ-REG         PIC 9(7) VALUE 0.
       01 WS-CAD-HALLADO         PIC X VALUE "N".
       01 WS-LOG-BUSCADO         PIC X(8) VALUE SPACES.
       01 WS-CALCLOG-NOMBRE      PIC X(40) VALUE "CALCLOG.DAT".
       01 WS-ERRLOG-NOMBRE       PIC X(40) VALUE "ERRLOG.DAT".
       01 WS-LOGCAT-FILE-STATUS  PIC XX VALUE "00".
       01 WS-BITACORA-BUSCADA    PIC X(14) VALUE SPACES.
       01 WS-ARCHIVO-ABIERTO     PIC X VALUE "N".
       01 WS-EOF-CATALOGO        PIC X VALUE "N".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * truncado por detras deja la cadena "corta" y tambien se
      * denuncia. Los renglones anteriores a la cadena (campos de
      * sello en blanco) se cuentan como PRE-CADENA y no verifican.
      * Antes del archivo vivo recorre, en orden de rotacion, los
      * archivos que ROTA-BITACORAS asento en LOGCAT.DAT: cada uno
      * debe empalmar con el eslabon de salida del anterior y
      * terminar en el suyo, y el vivo sigue desde el ultimo. Un
      * archivo ya depurado por retencion no se lee; la cadena
      * sigue desde el eslabon de salida que guarda el catalogo.
      * RETURN-CODE 8 cuando alguna cadena esta rota.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
       VERIFICAR-CALCLOG.
           DISPLAY "CALCLOG.DAT:".
           PERFORM INICIAR-CADENA.
           MOVE "CALCLOG" TO WS-LOG-BUSCADO.
           MOVE "CALCLOG.DAT" TO WS-BITACORA-BUSCADA.
           PERFORM RECORRER-ARCHIVADOS.
           MOVE "CALCLOG.DAT" TO WS-CALCLOG-NOMBRE.
           PERFORM LEER-CALCLOG.
           IF WS-ARCHIVO-ABIERTO NOT = "S"
               DISPLAY "  SIN ARCHIVO; NADA QUE VERIFICAR."
           ELSE
               PERFORM CERRAR-CADENA
           END-IF.

       LEER-CALCLOG.
           MOVE 0 TO WS-RENGLON.
           MOVE "N" TO WS-ARCHIVO-ABIERTO.
           OPEN INPUT CALC-LOG-FILE.
           IF WS-CALCLOG-FILE-STATUS = "00"
               MOVE "S" TO WS-ARCHIVO-ABIERTO
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CALC-LOG-FILE
                   END-READ
               END-PERFORM
               CLOSE CALC-LOG-FILE
           END-IF.

       VERIFICAR-ESLABON-CALC.
       VERIFICAR-ERRLOG.
           DISPLAY "ERRLOG.DAT:".
           PERFORM INICIAR-CADENA.
           MOVE "ERRLOG" TO WS-LOG-BUSCADO.
           MOVE "ERRLOG.DAT" TO WS-BITACORA-BUSCADA.
           PERFORM RECORRER-ARCHIVADOS.
           MOVE "ERRLOG.DAT" TO WS-ERRLOG-NOMBRE.
           PERFORM LEER-ERRLOG.
           IF WS-ARCHIVO-ABIERTO NOT = "S"
               DISPLAY "  SIN ARCHIVO; NADA QUE VERIFICAR."
           ELSE
               PERFORM CERRAR-CADENA
           END-IF.

       LEER-ERRLOG.
           MOVE 0 TO WS-RENGLON.
           MOVE "N" TO WS-ARCHIVO-ABIERTO.
           OPEN INPUT ERROR-LOG-FILE.
           IF WS-ERRLOG-FILE-STATUS = "00"
               MOVE "S" TO WS-ARCHIVO-ABIERTO
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ERROR-LOG-FILE
                   END-READ
               END-PERFORM
               CLOSE ERROR-LOG-FILE
           END-IF.

       VERIFICAR-ESLABON-ERR.
               MOVE "S" TO WS-EN-CADENA
           END-IF.

      *-----------------------------------------------------------
      * Archivos rotados de la bitacora, en orden de rotacion.
      *-----------------------------------------------------------
       RECORRER-ARCHIVADOS.
           OPEN INPUT LOGCAT-FILE.
           IF WS-LOGCAT-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CATALOGO
               PERFORM UNTIL WS-EOF-CATALOGO = "Y"
                   READ LOGCAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CATALOGO
                       NOT AT END
                           IF LCAT-BITACORA = WS-BITACORA-BUSCADA
                               AND WS-ROTA NOT = "S"
                               PERFORM VERIFICAR-ARCHIVADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOGCAT-FILE
           END-IF.

       VERIFICAR-ARCHIVADO.
           DISPLAY "  ARCHIVO " FUNCTION TRIM(LCAT-ARCHIVO) ":".
           IF LCAT-SEQ-ANT NOT = WS-SEQ-PREVIA
               OR LCAT-CHECK-ANT NOT = WS-CHECK-PREVIO
               MOVE "S" TO WS-ROTA
               DISPLAY "  CADENA ROTA: EL ARCHIVO NO EMPALMA CON EL"
                   " ANTERIOR (ENTRA EN " LCAT-SEQ-ANT " TRAS "
                   WS-SEQ-PREVIA ")."
               MOVE 8 TO WS-RUTINA-RC
           ELSE
           IF LCAT-ESTADO = "D"
               DISPLAY "  DEPURADO EL " LCAT-FECHA-DEPURA
                   "; SE SIGUE DESDE SU ESLABON DE SALIDA "
                   LCAT-SEQ-FIN "."
               MOVE LCAT-SEQ-FIN   TO WS-SEQ-PREVIA
               MOVE LCAT-CHECK-FIN TO WS-CHECK-PREVIO
               IF LCAT-SEQ-FIN > 0
                   MOVE "S" TO WS-EN-CADENA
               END-IF
           ELSE
               IF WS-LOG-BUSCADO = "CALCLOG"
                   MOVE LCAT-ARCHIVO TO WS-CALCLOG-NOMBRE
                   PERFORM LEER-CALCLOG
               ELSE
                   MOVE LCAT-ARCHIVO TO WS-ERRLOG-NOMBRE
                   PERFORM LEER-ERRLOG
               END-IF
               IF WS-ARCHIVO-ABIERTO NOT = "S"
                   MOVE "S" TO WS-ROTA
                   DISPLAY "  CADENA ROTA: EL ARCHIVO FALTA Y EL"
                       " CATALOGO NO LO DA POR DEPURADO."
                   MOVE 8 TO WS-RUTINA-RC
               ELSE
               IF WS-ROTA NOT = "S"
                   AND WS-SEQ-PREVIA NOT = LCAT-SEQ-FIN
                   MOVE "S" TO WS-ROTA
                   DISPLAY "  CADENA TRUNCADA: EL ARCHIVO TERMINA EN "
                       WS-SEQ-PREVIA " PERO EL CATALOGO REGISTRA "
                       LCAT-SEQ-FIN "."
                   MOVE 8 TO WS-RUTINA-RC
               END-IF
               END-IF
           END-IF
           END-IF.

       INICIAR-CADENA.
           MOVE 0 TO WS-RENGLON.
           MOVE 0 TO WS-SEQ-PREVIA.
