       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIA-ESTADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-FILE ASSIGN TO "ESTADOCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FILE-STATUS.

           SELECT CUST-DIR-FILE ASSIGN TO "CUSTDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTDIR-CUST
               FILE STATUS IS WS-CUSTDIR-FILE-STATUS.

           SELECT ENVIO-FILE ASSIGN TO "ESTADOENV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIO-FILE-STATUS.

           SELECT EXCEPCION-FILE ASSIGN TO "ESTADOEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "ENVIOSRT.DAT".

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTADO-FILE.
       01 ESTADO-LINE               PIC X(100).

       FD  CUST-DIR-FILE.
           COPY "CUSTDIR.cpy".

      * Estados listos para imprimir y ensobretar, en orden de
      * codigo postal: cada sobre abre con la direccion y cierra
      * con una linea de corte.
       FD  ENVIO-FILE.
       01 ENVIO-LINE                PIC X(100).

       FD  EXCEPCION-FILE.
       01 EXCEPCION-LINE            PIC X(100).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SORT-CP               PIC X(5).
           05 SORT-CUST             PIC 9(6).
           05 SORT-LINEA            PIC 9(5).
           05 SORT-TEXTO            PIC X(100).

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ESTADO-FILE-STATUS     PIC XX VALUE "00".
       01 WS-CUSTDIR-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ENVIO-FILE-STATUS      PIC XX VALUE "00".
       01 WS-EXCEPCION-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-DIRECTORIO             PIC X VALUE "N".
       01 WS-ENCABEZADO             PIC X(100) VALUE SPACES.
       01 WS-EN-SECCION             PIC X VALUE "N".
       01 WS-SECCION-ENVIA          PIC X VALUE "N".
       01 WS-CUST-ACTUAL            PIC 9(6) VALUE 0.
       01 WS-CP-ACTUAL              PIC X(5) VALUE SPACES.
       01 WS-NOMBRE-ACTUAL          PIC X(20) VALUE SPACES.
       01 WS-LINEA                  PIC 9(5) VALUE 0.
       01 WS-MOTIVO                 PIC X(30) VALUE SPACES.
       01 WS-PRIMER-SOBRE           PIC X VALUE "S".
       01 WS-CUST-ANTERIOR          PIC 9(6) VALUE 0.
       01 WS-SOBRES                 PIC 9(6) VALUE 0.
       01 WS-EXCEPCIONES            PIC 9(6) VALUE 0.
       01 WS-RUTINA-RC              PIC 9 VALUE 0.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Ensobretado de los estados de cuenta del mes: toma las
      * secciones por cliente que ESTADO-CLIENTE dejo en
      * ESTADOCLI.DAT, les antepone la direccion de CUSTDIR.DAT y
      * el titulo del estado, y las ordena por codigo postal (y
      * cliente) en ESTADOENV.DAT para la imprenta. El cliente sin
      * direccion enviable - sin registro, sin calle, sin ciudad o
      * con codigo postal que no son cinco digitos - no se
      * imprime: va a ESTADOEXC.DAT con el motivo para que se
      * complete su direccion en MANTIENE-CLIENTES.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RUTINA-RC.
           OPEN INPUT ESTADO-FILE.
           IF WS-ESTADO-FILE-STATUS NOT = "00"
               DISPLAY "NO HAY ESTADOCLI.DAT: CORRE PRIMERO EL"
                   " ESTADO DE CUENTA DEL MES."
               MOVE "ENVIO DE ESTADOS SIN ESTADOCLI.DAT"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUST-DIR-FILE.
           IF WS-CUSTDIR-FILE-STATUS = "00"
               MOVE "S" TO WS-DIRECTORIO
           ELSE
               MOVE "N" TO WS-DIRECTORIO
               DISPLAY "AVISO: NO HAY CUSTDIR.DAT; TODOS LOS"
                   " ESTADOS VAN A EXCEPCIONES."
           END-IF.
           OPEN OUTPUT EXCEPCION-FILE.
           MOVE "CLIENTES SIN DIRECCION ENVIABLE" TO EXCEPCION-LINE.
           WRITE EXCEPCION-LINE.
           MOVE ALL "-" TO EXCEPCION-LINE.
           WRITE EXCEPCION-LINE.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CP SORT-CUST SORT-LINEA
               INPUT PROCEDURE IS CARGAR-SECCIONES
               OUTPUT PROCEDURE IS ESCRIBIR-SOBRES.

           IF WS-EXCEPCIONES = 0
               MOVE "  NINGUNA." TO EXCEPCION-LINE
               WRITE EXCEPCION-LINE
           ELSE
               MOVE 4 TO WS-RUTINA-RC
           END-IF.
           CLOSE EXCEPCION-FILE.
           IF WS-DIRECTORIO = "S"
               CLOSE CUST-DIR-FILE
           END-IF.
           CLOSE ESTADO-FILE.
           DISPLAY "ESTADOS ENSOBRETADOS: " WS-SOBRES
               " EN ESTADOENV.DAT; SIN DIRECCION: " WS-EXCEPCIONES
               " EN ESTADOEXC.DAT.".
           MOVE WS-RUTINA-RC TO RETURN-CODE.
           GOBACK.

      *-----------------------------------------------------------
      * Una seccion empieza en "CLIENTE nnnnnn - NOMBRE" y sigue
      * hasta la proxima o hasta la raya que abre el resumen final
      * (que no se envia). El titulo del mes es el primer renglon.
      *-----------------------------------------------------------
       CARGAR-SECCIONES.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "N" TO WS-EN-SECCION.
           READ ESTADO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE ESTADO-LINE TO WS-ENCABEZADO
           END-READ.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ESTADO-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CLASIFICAR-RENGLON
               END-READ
           END-PERFORM.

       CLASIFICAR-RENGLON.
           IF ESTADO-LINE(1:8) = "CLIENTE "
               AND ESTADO-LINE(9:6) IS NUMERIC
               PERFORM ABRIR-SECCION
           ELSE
           IF ESTADO-LINE(1:10) = ALL "-"
               MOVE "N" TO WS-EN-SECCION
           ELSE
           IF WS-EN-SECCION = "S" AND WS-SECCION-ENVIA = "S"
               AND ESTADO-LINE NOT = SPACES
               MOVE ESTADO-LINE TO SORT-TEXTO
               PERFORM LIBERAR-RENGLON
           END-IF
           END-IF
           END-IF.

       ABRIR-SECCION.
           MOVE "S" TO WS-EN-SECCION.
           MOVE ESTADO-LINE(9:6) TO WS-CUST-ACTUAL.
           MOVE ESTADO-LINE(18:20) TO WS-NOMBRE-ACTUAL.
           MOVE 0 TO WS-LINEA.
           PERFORM VALIDAR-DIRECCION.
           IF WS-MOTIVO NOT = SPACES
               MOVE "N" TO WS-SECCION-ENVIA
               ADD 1 TO WS-EXCEPCIONES
               MOVE SPACES TO EXCEPCION-LINE
               STRING "  CLIENTE " WS-CUST-ACTUAL " "
                   WS-NOMBRE-ACTUAL " " WS-MOTIVO
                   DELIMITED BY SIZE INTO EXCEPCION-LINE
               WRITE EXCEPCION-LINE
           ELSE
               MOVE "S" TO WS-SECCION-ENVIA
               MOVE CUSTDIR-CP TO WS-CP-ACTUAL
               PERFORM LIBERAR-DIRECCION
           END-IF.

       VALIDAR-DIRECCION.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-DIRECTORIO NOT = "S"
               MOVE "SIN DIRECCION REGISTRADA" TO WS-MOTIVO
           ELSE
               MOVE WS-CUST-ACTUAL TO CUSTDIR-CUST
               READ CUST-DIR-FILE
               IF WS-CUSTDIR-FILE-STATUS NOT = "00"
                   MOVE "SIN DIRECCION REGISTRADA" TO WS-MOTIVO
               ELSE
               IF CUSTDIR-CALLE = SPACES
                   MOVE "SIN CALLE" TO WS-MOTIVO
               ELSE
               IF CUSTDIR-CIUDAD = SPACES
                   MOVE "SIN CIUDAD" TO WS-MOTIVO
               ELSE
               IF CUSTDIR-CP IS NOT NUMERIC
                   MOVE "CODIGO POSTAL INVALIDO" TO WS-MOTIVO
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    El bloque de direccion y el titulo van primero en la
      *    seccion, con los numeros de renglon mas bajos.
       LIBERAR-DIRECCION.
           MOVE WS-NOMBRE-ACTUAL TO SORT-TEXTO.
           PERFORM LIBERAR-RENGLON.
           MOVE CUSTDIR-CALLE TO SORT-TEXTO.
           PERFORM LIBERAR-RENGLON.
           IF CUSTDIR-COLONIA NOT = SPACES
               MOVE SPACES TO SORT-TEXTO
               STRING "COL. " CUSTDIR-COLONIA
                   DELIMITED BY SIZE INTO SORT-TEXTO
               PERFORM LIBERAR-RENGLON
           END-IF.
           MOVE SPACES TO SORT-TEXTO.
           IF CUSTDIR-ESTADO = SPACES
               STRING "C.P. " CUSTDIR-CP " "
                   FUNCTION TRIM(CUSTDIR-CIUDAD)
                   DELIMITED BY SIZE INTO SORT-TEXTO
           ELSE
               STRING "C.P. " CUSTDIR-CP " "
                   FUNCTION TRIM(CUSTDIR-CIUDAD) ", "
                   FUNCTION TRIM(CUSTDIR-ESTADO)
                   DELIMITED BY SIZE INTO SORT-TEXTO
           END-IF.
           PERFORM LIBERAR-RENGLON.
           MOVE SPACES TO SORT-TEXTO.
           PERFORM LIBERAR-RENGLON.
           MOVE WS-ENCABEZADO TO SORT-TEXTO.
           PERFORM LIBERAR-RENGLON.
           MOVE ESTADO-LINE TO SORT-TEXTO.
           PERFORM LIBERAR-RENGLON.

       LIBERAR-RENGLON.
           ADD 1 TO WS-LINEA.
           MOVE WS-CP-ACTUAL   TO SORT-CP.
           MOVE WS-CUST-ACTUAL TO SORT-CUST.
           MOVE WS-LINEA       TO SORT-LINEA.
           RELEASE SORT-RECORD.

       ESCRIBIR-SOBRES.
           OPEN OUTPUT ENVIO-FILE.
           MOVE "S" TO WS-PRIMER-SOBRE.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM ESCRIBIR-RENGLON-SOBRE
               END-RETURN
           END-PERFORM.
           IF WS-PRIMER-SOBRE = "N"
               MOVE ALL "=" TO ENVIO-LINE
               WRITE ENVIO-LINE
           END-IF.
           CLOSE ENVIO-FILE.

       ESCRIBIR-RENGLON-SOBRE.
           IF WS-PRIMER-SOBRE = "S"
               OR SORT-CUST NOT = WS-CUST-ANTERIOR
               IF WS-PRIMER-SOBRE = "N"
                   MOVE ALL "=" TO ENVIO-LINE
                   WRITE ENVIO-LINE
               END-IF
               MOVE "N" TO WS-PRIMER-SOBRE
               MOVE SORT-CUST TO WS-CUST-ANTERIOR
               ADD 1 TO WS-SOBRES
           END-IF.
           MOVE SORT-TEXTO TO ENVIO-LINE.
           WRITE ENVIO-LINE.

      *-----------------------------------------------------------
      * Todo rechazo o falla de E/S de este programa queda en el
      * log de errores compartido, como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE     TO ERRLOG-DATE
           MOVE WS-SYS-TIME     TO ERRLOG-TIME
           MOVE "ENVIA-ESTADOS" TO ERRLOG-PROGRAM
           MOVE WS-ERR-MENSAJE  TO ERRLOG-MESSAGE
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

       END PROGRAM ENVIA-ESTADOS.
