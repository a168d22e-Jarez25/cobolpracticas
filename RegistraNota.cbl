       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-NOTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-NOTA-FILE ASSIGN TO "CUSTNOTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTNOTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-NOTA-FILE.
           COPY "CUSTNOTA.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTNOTA-FILE-STATUS   PIC XX VALUE "00".
       01 WS-TIPO-OPCION            PIC X VALUE SPACE.
       01 WS-TIPO-NOTA              PIC X(10) VALUE SPACES.
       01 WS-TEXTO-NOTA             PIC X(80) VALUE SPACES.
       01 WS-REF-FECHA-TEXTO        PIC X(8) VALUE SPACES.
       01 WS-REF-HORA-TEXTO         PIC X(8) VALUE SPACES.
       01 WS-REF-FECHA              PIC 9(8) VALUE 0.
       01 WS-REF-HORA               PIC 9(8) VALUE 0.
       01 WS-NOTA-VALIDA            PIC X VALUE "N".
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       COPY "SYSDATE.cpy".

       LINKAGE SECTION.
       01 LK-CUST                   PIC 9(6).

       PROCEDURE DIVISION USING LK-CUST.
      *-----------------------------------------------------------
      * Captura de una nota de contacto para el cliente recibido:
      * tipo, texto libre y, si es una correccion, la fecha/hora
      * de la nota que corrige. La nota se AGREGA a CUSTNOTA.DAT
      * con el operador firmado; nada se reescribe. La llaman
      * CLIENTE-360 y MANTIENE-CLIENTES.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE "N" TO WS-NOTA-VALIDA.
           MOVE 0 TO WS-REF-FECHA.
           MOVE 0 TO WS-REF-HORA.
           DISPLAY "TIPO DE NOTA (P=PROMESA DE PAGO Q=QUEJA"
               " C=CONTACTO X=CORRECCION O=OTRO):"
           ACCEPT WS-TIPO-OPCION.
           PERFORM DECODIFICAR-TIPO.
           IF WS-TIPO-NOTA = SPACES
               DISPLAY "TIPO DE NOTA INVALIDO. NOTA NO GRABADA."
           ELSE
               IF WS-TIPO-NOTA = "CORRECCION"
                   PERFORM PEDIR-REFERENCIA
               ELSE
                   MOVE "S" TO WS-NOTA-VALIDA
               END-IF
           END-IF.
           IF WS-NOTA-VALIDA = "S"
               DISPLAY "TEXTO DE LA NOTA:"
               MOVE SPACES TO WS-TEXTO-NOTA
               ACCEPT WS-TEXTO-NOTA
               IF FUNCTION TRIM(WS-TEXTO-NOTA) = SPACES
                   DISPLAY "LA NOTA NO PUEDE IR VACIA. NOTA NO"
                       " GRABADA."
               ELSE
                   PERFORM AGREGAR-NOTA
               END-IF
           END-IF.
           GOBACK.

       DECODIFICAR-TIPO.
           EVALUATE WS-TIPO-OPCION
               WHEN "P"
               WHEN "p"
                   MOVE "PROMESA"    TO WS-TIPO-NOTA
               WHEN "Q"
               WHEN "q"
                   MOVE "QUEJA"      TO WS-TIPO-NOTA
               WHEN "C"
               WHEN "c"
                   MOVE "CONTACTO"   TO WS-TIPO-NOTA
               WHEN "X"
               WHEN "x"
                   MOVE "CORRECCION" TO WS-TIPO-NOTA
               WHEN "O"
               WHEN "o"
                   MOVE "OTRO"       TO WS-TIPO-NOTA
               WHEN OTHER
                   MOVE SPACES       TO WS-TIPO-NOTA
           END-EVALUATE.

      *    La correccion apunta a la nota original por su fecha y
      *    hora, tal como las muestra CLIENTE-360.
       PEDIR-REFERENCIA.
           DISPLAY "FECHA DE LA NOTA QUE SE CORRIGE (YYYYMMDD):"
           ACCEPT WS-REF-FECHA-TEXTO.
           DISPLAY "HORA DE LA NOTA QUE SE CORRIGE (HHMMSSCC):"
           ACCEPT WS-REF-HORA-TEXTO.
           IF WS-REF-FECHA-TEXTO IS NOT NUMERIC
               OR WS-REF-HORA-TEXTO IS NOT NUMERIC
               DISPLAY "FECHA Y HORA DEBEN SER NUMERICAS. NOTA NO"
                   " GRABADA."
           ELSE
               MOVE WS-REF-FECHA-TEXTO TO WS-REF-FECHA
               MOVE WS-REF-HORA-TEXTO  TO WS-REF-HORA
               MOVE "S" TO WS-NOTA-VALIDA
           END-IF.

       AGREGAR-NOTA.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           OPEN EXTEND CUST-NOTA-FILE.
           IF WS-CUSTNOTA-FILE-STATUS = "35"
               OPEN OUTPUT CUST-NOTA-FILE
           END-IF.
           MOVE SPACES         TO CUSTNOTA-RECORD.
           MOVE LK-CUST        TO NOTA-CUST.
           MOVE WS-SYS-DATE    TO NOTA-FECHA.
           MOVE WS-SYS-TIME    TO NOTA-HORA.
           MOVE WS-TIPO-NOTA   TO NOTA-TIPO.
           MOVE WS-OPER-ACTUAL TO NOTA-OPERADOR.
           MOVE WS-REF-FECHA   TO NOTA-REF-FECHA.
           MOVE WS-REF-HORA    TO NOTA-REF-HORA.
           MOVE WS-TEXTO-NOTA  TO NOTA-TEXTO.
           WRITE CUSTNOTA-RECORD.
           IF WS-CUSTNOTA-FILE-STATUS NOT = "00"
               DISPLAY "ERROR " WS-CUSTNOTA-FILE-STATUS
                   " GRABANDO LA NOTA."
           ELSE
               DISPLAY "NOTA REGISTRADA " WS-SYS-DATE " "
                   WS-SYS-TIME "."
           END-IF.
           CLOSE CUST-NOTA-FILE.

       END PROGRAM REGISTRA-NOTA.
