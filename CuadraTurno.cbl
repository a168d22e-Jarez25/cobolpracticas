       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRA-TURNO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUADRE-FILE ASSIGN TO "CUADRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUAD-KEY
               FILE STATUS IS WS-CUADRE-FILE-STATUS.

           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUADRE-FILE.
           COPY "CUADRE.cpy".

       FD  CALC-HISTORY-FILE.
           COPY "CALCHIST.cpy".

       FD  OPERATOR-FILE.
           COPY "OPERADOR.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUADRE-FILE-STATUS     PIC XX VALUE "00".
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-OPER-FILE-STATUS       PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-OPER               PIC X VALUE "N".
       01 WS-SUP-ID                 PIC X(10) VALUE SPACES.
       01 WS-SUP-PASSWORD           PIC X(10) VALUE SPACES.
       01 WS-SUP-HASH               PIC X(20) VALUE SPACES.
       01 WS-SUP-VALIDO             PIC X VALUE "N".
       01 WS-ERR-MENSAJE            PIC X(80) VALUE SPACES.
       01 WS-CAPTURA                PIC X(18) VALUE SPACES.
       01 WS-CAPTURA-VALIDA         PIC X VALUE "N".
       01 WS-DESCUADRES             PIC 9(3) VALUE 0.
       01 WS-LIBERADOS              PIC 9(3) VALUE 0.
       01 WS-DECL-CUENTA            PIC 9(5) VALUE 0.
       01 WS-DECL-TOTAL             PIC S9(11)V99 VALUE 0.
       01 WS-SIS-CUENTA             PIC 9(5) VALUE 0.
       01 WS-SIS-TOTAL              PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-TEXTO            PIC -(11)9.99.
       01 WS-CUENTA-TEXTO           PIC -(5)9.

       01 WS-SELLO-LOG             PIC X(8) VALUE SPACES.
       01 WS-SELLO-APORTE          PIC 9(9) VALUE 0.
       01 WS-SELLO-SEQ             PIC 9(7) VALUE 0.
       01 WS-SELLO-CHECK           PIC 9(9) VALUE 0.
       01 WS-OPER-ACTUAL           PIC X(10) VALUE SPACES.
       01 WS-CORRIDA-ACTUAL        PIC X(15) VALUE SPACES.
       COPY "SYSDATE.cpy".

       LINKAGE SECTION.
      * C = cierre de turno (declaracion al salir del menu);
      * F = revision al firmar (descuadres sin liberar).
       01 LK-MODO                   PIC X.
       01 LK-OPERADOR               PIC X(10).
       01 LK-INICIO-FECHA           PIC 9(8).
       01 LK-INICIO-HORA            PIC 9(8).
      * S = puede seguir; N = la firma queda detenida.
       01 LK-RESULTADO              PIC X.

       PROCEDURE DIVISION USING LK-MODO LK-OPERADOR LK-INICIO-FECHA
               LK-INICIO-HORA LK-RESULTADO.
      *-----------------------------------------------------------
      * Cuadre de la hoja de turno contra lo asentado. Al salir,
      * el operador declara cuantos calculos hizo y por cuanto; se
      * comparan con sus filas de CALCHIST.DAT de la sesion y el
      * cuadre queda en CUADRES.DAT cuadrado o descuadrado con la
      * diferencia. Al firmar, un descuadre sin liberar exige que
      * un supervisor (otro que el operador) lo revise y libere
      * antes de dejarlo entrar.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE "S" TO LK-RESULTADO.
           OPEN I-O CUADRE-FILE.
           IF WS-CUADRE-FILE-STATUS = "35"
               OPEN OUTPUT CUADRE-FILE
               CLOSE CUADRE-FILE
               OPEN I-O CUADRE-FILE
           END-IF.
           IF WS-CUADRE-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUADRES.DAT ("
                   WS-CUADRE-FILE-STATUS ")."
               MOVE "CUADRE DE TURNO: NO SE PUDO ABRIR CUADRES.DAT"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               GOBACK
           END-IF.
           IF LK-MODO = "F"
               PERFORM REVISAR-PENDIENTES
           ELSE
               PERFORM CERRAR-TURNO
           END-IF.
           CLOSE CUADRE-FILE.
           GOBACK.

      *-----------------------------------------------------------
      * Cierre: declaracion del operador, suma de la historia y
      * alta del cuadre.
      *-----------------------------------------------------------
       CERRAR-TURNO.
           DISPLAY " ".
           DISPLAY "CUADRE DE FIN DE TURNO (SEGUN TU HOJA):".
           MOVE "N" TO WS-CAPTURA-VALIDA.
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "CUENTA DE CALCULOS DEL TURNO:"
               MOVE SPACES TO WS-CAPTURA
               ACCEPT WS-CAPTURA
               IF FUNCTION TRIM(WS-CAPTURA) = SPACES
                   MOVE 0 TO WS-DECL-CUENTA
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
                   AND FUNCTION NUMVAL(WS-CAPTURA) >= 0
                   AND FUNCTION NUMVAL(WS-CAPTURA) < 100000
                   COMPUTE WS-DECL-CUENTA =
                       FUNCTION NUMVAL(WS-CAPTURA)
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
                   DISPLAY "CUENTA INVALIDA."
               END-IF
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-CAPTURA-VALIDA.
           PERFORM UNTIL WS-CAPTURA-VALIDA = "S"
               DISPLAY "TOTAL DEL TURNO:"
               MOVE SPACES TO WS-CAPTURA
               ACCEPT WS-CAPTURA
               IF FUNCTION TRIM(WS-CAPTURA) = SPACES
                   MOVE 0 TO WS-DECL-TOTAL
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
               IF FUNCTION TEST-NUMVAL(WS-CAPTURA) = 0
                   COMPUTE WS-DECL-TOTAL =
                       FUNCTION NUMVAL(WS-CAPTURA)
                   MOVE "S" TO WS-CAPTURA-VALIDA
               ELSE
                   DISPLAY "TOTAL INVALIDO."
               END-IF
               END-IF
           END-PERFORM.
           PERFORM SUMAR-SESION.

           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES          TO CUADRE-RECORD.
           MOVE LK-OPERADOR     TO CUAD-OPERADOR.
           MOVE LK-INICIO-FECHA TO CUAD-FECHA-INI.
           MOVE LK-INICIO-HORA  TO CUAD-HORA-INI.
           MOVE WS-SYS-DATE     TO CUAD-FECHA-FIN.
           MOVE WS-SYS-TIME     TO CUAD-HORA-FIN.
           MOVE WS-DECL-CUENTA  TO CUAD-DECL-CUENTA.
           MOVE WS-DECL-TOTAL   TO CUAD-DECL-TOTAL.
           MOVE WS-SIS-CUENTA   TO CUAD-SIS-CUENTA.
           MOVE WS-SIS-TOTAL    TO CUAD-SIS-TOTAL.
           COMPUTE CUAD-DIF-CUENTA = WS-DECL-CUENTA - WS-SIS-CUENTA.
           COMPUTE CUAD-DIF-TOTAL = WS-DECL-TOTAL - WS-SIS-TOTAL.
           MOVE 0               TO CUAD-FECHA-LIB.
           IF CUAD-DIF-CUENTA = 0 AND CUAD-DIF-TOTAL = 0
               MOVE "C" TO CUAD-ESTADO
           ELSE
               MOVE "D" TO CUAD-ESTADO
           END-IF.
           WRITE CUADRE-RECORD.
           IF WS-CUADRE-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO GRABAR EL CUADRE ("
                   WS-CUADRE-FILE-STATUS ")."
               MOVE "CUADRE DE TURNO: NO SE PUDO GRABAR EN CUADRES.DAT"
                   TO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
           ELSE
           IF CUAD-ESTADO = "C"
               DISPLAY "TURNO CUADRADO: " WS-SIS-CUENTA " CALCULOS."
           ELSE
               MOVE CUAD-DIF-CUENTA TO WS-CUENTA-TEXTO
               MOVE CUAD-DIF-TOTAL TO WS-TOTAL-TEXTO
               DISPLAY "TURNO DESCUADRADO: DIFERENCIA DE "
                   FUNCTION TRIM(WS-CUENTA-TEXTO) " CALCULOS Y "
                   FUNCTION TRIM(WS-TOTAL-TEXTO) "."
               DISPLAY "TU SIGUIENTE FIRMA REQUIERE LA LIBERACION"
                   " DE UN SUPERVISOR."
           END-IF
           END-IF.

      *    Las filas del operador desde la firma: la cuenta deja
      *    fuera las contrapartidas de reversa y el total las
      *    netea, igual que el reporte diario.
       SUMAR-SESION.
           MOVE 0 TO WS-SIS-CUENTA.
           MOVE 0 TO WS-SIS-TOTAL.
           OPEN INPUT CALC-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               MOVE LK-INICIO-FECHA TO CALCHIST-DATE
               MOVE 0 TO CALCHIST-SEQ
               START CALC-HISTORY-FILE KEY NOT < CALCHIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CALC-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-OPERADOR = LK-OPERADOR
                               AND (CALCHIST-DATE > LK-INICIO-FECHA
                               OR CALCHIST-TIME NOT < LK-INICIO-HORA)
                               AND CALCHIST-TIPO NOT = "P"
                               AND CALCHIST-TIPO NOT = "M"
                               AND CALCHIST-TIPO NOT = "F"
                               AND CALCHIST-TIPO NOT = "N"
                               IF CALCHIST-TIPO NOT = "R"
                                   ADD 1 TO WS-SIS-CUENTA
                               END-IF
                               ADD CALCHIST-RESULTADO TO WS-SIS-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.

      *-----------------------------------------------------------
      * Firma: todos los descuadres sin liberar del operador se
      * muestran y un supervisor distinto los libera juntos.
      *-----------------------------------------------------------
       REVISAR-PENDIENTES.
           MOVE 0 TO WS-DESCUADRES.
           PERFORM LISTAR-DESCUADRES.
           IF WS-DESCUADRES > 0
               DISPLAY "TIENES " WS-DESCUADRES " CUADRE(S) DE TURNO"
                   " DESCUADRADO(S) SIN LIBERAR."
               DISPLAY "UN SUPERVISOR DEBE REVISARLOS PARA QUE"
                   " PUEDAS ENTRAR."
               PERFORM VALIDAR-SUPERVISOR
               IF WS-SUP-VALIDO NOT = "S"
                   DISPLAY "LIBERACION DENEGADA: SE REQUIERE UN"
                       " SUPERVISOR (ROL S) ACTIVO, DISTINTO DEL"
                       " OPERADOR."
                   MOVE "N" TO LK-RESULTADO
               ELSE
                   PERFORM LIBERAR-DESCUADRES
                   DISPLAY "DESCUADRES LIBERADOS POR "
                       FUNCTION TRIM(WS-SUP-ID) ": " WS-LIBERADOS
                       "."
               END-IF
           END-IF.

       LISTAR-DESCUADRES.
           MOVE LK-OPERADOR TO CUAD-OPERADOR.
           MOVE 0 TO CUAD-FECHA-INI.
           MOVE 0 TO CUAD-HORA-INI.
           START CUADRE-FILE KEY NOT < CUAD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUADRE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUAD-OPERADOR NOT = LK-OPERADOR
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                       IF CUAD-ESTADO = "D"
                           ADD 1 TO WS-DESCUADRES
                           MOVE CUAD-DIF-CUENTA TO WS-CUENTA-TEXTO
                           MOVE CUAD-DIF-TOTAL TO WS-TOTAL-TEXTO
                           DISPLAY "  TURNO DEL " CUAD-FECHA-INI
                               " " CUAD-HORA-INI(1:4)
                               ": DIFERENCIA "
                               FUNCTION TRIM(WS-CUENTA-TEXTO)
                               " CALCULOS, "
                               FUNCTION TRIM(WS-TOTAL-TEXTO)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LIBERAR-DESCUADRES.
           MOVE 0 TO WS-LIBERADOS.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE LK-OPERADOR TO CUAD-OPERADOR.
           MOVE 0 TO CUAD-FECHA-INI.
           MOVE 0 TO CUAD-HORA-INI.
           START CUADRE-FILE KEY NOT < CUAD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CUADRE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUAD-OPERADOR NOT = LK-OPERADOR
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                       IF CUAD-ESTADO = "D"
                           MOVE "L" TO CUAD-ESTADO
                           MOVE WS-SUP-ID TO CUAD-SUPERVISOR
                           MOVE WS-SYS-DATE TO CUAD-FECHA-LIB
                           REWRITE CUADRE-RECORD
                           IF WS-CUADRE-FILE-STATUS = "00"
                               ADD 1 TO WS-LIBERADOS
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       VALIDAR-SUPERVISOR.
           MOVE "N" TO WS-SUP-VALIDO.
           DISPLAY "ID DE SUPERVISOR:"
           ACCEPT WS-SUP-ID.
           DISPLAY "PASSWORD:"
           ACCEPT WS-SUP-PASSWORD.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-OPER
               PERFORM UNTIL WS-EOF-OPER = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-OPER
                       NOT AT END
                           IF OPER-ID = WS-SUP-ID
                               AND OPER-HASH NOT = SPACES
                               AND OPER-ROL = "S"
                               AND OPER-ESTADO NOT = "D"
                               AND OPER-ESTADO NOT = "L"
                               AND OPER-ID NOT = LK-OPERADOR
                               CALL "CIFRA-PASSWORD" USING
                                   WS-SUP-PASSWORD OPER-SALT WS-SUP-HASH
                               IF WS-SUP-HASH = OPER-HASH
                                   MOVE "S" TO WS-SUP-VALIDO
                               END-IF
                               MOVE "Y" TO WS-EOF-OPER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

      *-----------------------------------------------------------
      * Toda falla de E/S queda en el log de errores compartido,
      * como en el resto de la suite.
      *-----------------------------------------------------------
       REGISTRAR-ERROR.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ERROR-LOG-FILE.
           MOVE WS-SYS-DATE        TO ERRLOG-DATE
           MOVE WS-SYS-TIME        TO ERRLOG-TIME
           MOVE "CUADRA-TURNO"     TO ERRLOG-PROGRAM
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

       END PROGRAM CUADRA-TURNO.
