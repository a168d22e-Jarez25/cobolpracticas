       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-PARAMETROS.

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

           SELECT TEMPORAL-FILE ASSIGN TO "PARAMTMP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPORAL-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  TEMPORAL-FILE.
       01 TEMPORAL-LINE             PIC X(40).

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PARAMPEND-FILE-STATUS  PIC XX VALUE "00".
       01 WS-PARAMAUD-FILE-STATUS   PIC XX VALUE "00".
       01 WS-CONTROL-FILE-STATUS    PIC XX VALUE "00".
       01 WS-TEMPORAL-FILE-STATUS   PIC XX VALUE "00".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-CONTROL-NOMBRE         PIC X(13) VALUE SPACES.
       01 WS-FECHA-NEGOCIO          PIC 9(8) VALUE 0.
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-EOF-CONTROL            PIC X VALUE "N".
       01 WS-ANTES                  PIC X(40) VALUE SPACES.
       01 WS-HALLADA                PIC X VALUE "N".
       01 WS-APLICO                 PIC X VALUE "N".
       01 WS-LLAVE-RENGLON          PIC X(14) VALUE SPACES.
       01 WS-TOKEN-1                PIC X(14) VALUE SPACES.
       01 WS-TOKEN-2                PIC X(14) VALUE SPACES.
       01 WS-TOKEN-3                PIC X(14) VALUE SPACES.
       01 WS-TASA-TEXTO             PIC ZZ9.999999.
       01 WS-EVENTO                 PIC X(9) VALUE SPACES.
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-APLICADOS              PIC 9(5) VALUE 0.
       01 WS-FALLIDOS               PIC 9(5) VALUE 0.

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Aplicacion de los cambios programados a los archivos de
      * control. Todo cambio de PARAMPEND.DAT listo (estado V) con
      * fecha efectiva igual o anterior a la fecha de negocio se
      * escribe en su archivo: el valor unico reemplaza el renglon,
      * el alta reemplaza el renglon de la misma llave (o se agrega
      * al final) y la baja lo quita. Los renglones ajenos al
      * cambio se copian tal cual via PARAMTMP.TMP. Las tasas de
      * cambio van por llave a TASAIDX.DAT (tambien los cambios
      * que se pidieron cuando el archivo era TASAS.DAT, que se
      * quedaron con ese nombre en PARAMPEND.DAT). Cada aplicacion
      * deja en PARAMAUD.DAT el renglon antes y despues. Corre
      * desde MANTIENE-PARAMETROS y en la cadena nocturna tras
      * avanzar la fecha de negocio.
      * RETURN-CODE 4 si algun cambio no se pudo aplicar.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-APLICADOS.
           MOVE 0 TO WS-FALLIDOS.
           CALL "FECHA-NEGOCIO" USING WS-FECHA-NEGOCIO.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           OPEN I-O PARAMPEND-FILE.
           IF WS-PARAMPEND-FILE-STATUS NOT = "00"
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PARAMPEND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PP-ESTADO = "V"
                           AND PP-FECHA-EFEC <= WS-FECHA-NEGOCIO
                           PERFORM APLICAR-CAMBIO
                           REWRITE PARAMPEND-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMPEND-FILE.
           IF WS-APLICADOS > 0 OR WS-FALLIDOS > 0
               DISPLAY "CAMBIOS DE PARAMETROS APLICADOS: "
                   WS-APLICADOS " FALLIDOS: " WS-FALLIDOS
           END-IF.
           IF WS-FALLIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       APLICAR-CAMBIO.
           MOVE PP-ARCHIVO TO WS-CONTROL-NOMBRE.
           MOVE SPACES TO WS-ANTES.
           MOVE "N" TO WS-APLICO.
           EVALUATE TRUE
               WHEN PP-ACCION = "V"
                   PERFORM APLICAR-VALOR-UNICO
               WHEN PP-ARCHIVO = "TASAIDX.DAT"
               WHEN PP-ARCHIVO = "TASAS.DAT"
                   PERFORM APLICAR-TASA
               WHEN OTHER
                   PERFORM APLICAR-RENGLON
           END-EVALUATE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           IF WS-APLICO = "S"
               MOVE "A" TO PP-ESTADO
               MOVE WS-SYS-DATE TO PP-FECHA-APL
               MOVE "APLICADO" TO WS-EVENTO
               ADD 1 TO WS-APLICADOS
           ELSE
               MOVE "F" TO PP-ESTADO
               MOVE "FALLIDO" TO WS-EVENTO
               ADD 1 TO WS-FALLIDOS
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.

       APLICAR-VALOR-UNICO.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONTROL-LINE TO WS-ANTES
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE PP-RENGLON TO CONTROL-LINE
               WRITE CONTROL-LINE
               CLOSE CONTROL-FILE
               MOVE "S" TO WS-APLICO
           END-IF.

      *-----------------------------------------------------------
      * Primera pasada: archivo de control a PARAMTMP.TMP con el
      * cambio hecho; segunda: de regreso. Si la primera no pudo
      * completarse el archivo de control no se toca.
      *-----------------------------------------------------------
       APLICAR-RENGLON.
           MOVE "N" TO WS-HALLADA.
           OPEN OUTPUT TEMPORAL-FILE.
           IF WS-TEMPORAL-FILE-STATUS = "00"
               PERFORM COPIAR-A-TEMPORAL
               CLOSE TEMPORAL-FILE
               IF WS-HALLADA = "S"
                   PERFORM COPIAR-DE-TEMPORAL
               END-IF
           END-IF.

       COPIAR-A-TEMPORAL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CONTROL
               PERFORM UNTIL WS-EOF-CONTROL = "Y"
                   READ CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CONTROL
                       NOT AT END
                           PERFORM COPIAR-RENGLON
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
           IF PP-ACCION = "A" AND WS-HALLADA = "N"
               MOVE PP-RENGLON TO TEMPORAL-LINE
               WRITE TEMPORAL-LINE
               MOVE "S" TO WS-HALLADA
           END-IF.

       COPIAR-DE-TEMPORAL.
           OPEN INPUT TEMPORAL-FILE.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-CONTROL
               PERFORM UNTIL WS-EOF-CONTROL = "Y"
                   READ TEMPORAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CONTROL
                       NOT AT END
                           MOVE TEMPORAL-LINE TO CONTROL-LINE
                           WRITE CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               MOVE "S" TO WS-APLICO
           END-IF.
           CLOSE TEMPORAL-FILE.

       COPIAR-RENGLON.
           PERFORM ARMAR-LLAVE-RENGLON.
           IF CONTROL-LINE NOT = SPACES
               AND WS-LLAVE-RENGLON = PP-LLAVE
               IF WS-HALLADA = "N"
                   MOVE CONTROL-LINE TO WS-ANTES
               END-IF
               MOVE "S" TO WS-HALLADA
               IF PP-ACCION = "A"
                   MOVE PP-RENGLON TO TEMPORAL-LINE
                   WRITE TEMPORAL-LINE
               END-IF
           ELSE
               MOVE CONTROL-LINE TO TEMPORAL-LINE
               WRITE TEMPORAL-LINE
           END-IF.

      *    Llave de un renglon: el primer dato.
       ARMAR-LLAVE-RENGLON.
           MOVE SPACES TO WS-TOKEN-1 WS-LLAVE-RENGLON.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACE
               INTO WS-TOKEN-1.
           MOVE WS-TOKEN-1 TO WS-LLAVE-RENGLON.

      *-----------------------------------------------------------
      * Tasa de cambio: la llave del cambio es "MON YYYYMMDD" y el
      * renglon "MON YYYYMMDD TASA". El alta reescribe la tasa de
      * esa vigencia o la agrega; la baja la borra. El antes y el
      * despues de la bitacora quedan en el mismo formato de
      * renglon.
      *-----------------------------------------------------------
       APLICAR-TASA.
           OPEN I-O TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "N" TO WS-HALLADA
               MOVE PP-LLAVE(1:3) TO TASAIDX-MONEDA
               MOVE PP-LLAVE(5:8) TO TASAIDX-FECHA
               READ TASA-INDEX-FILE
               IF WS-TASAIDX-FILE-STATUS = "00"
                   MOVE "S" TO WS-HALLADA
                   MOVE TASAIDX-TASA TO WS-TASA-TEXTO
                   STRING TASAIDX-MONEDA " " TASAIDX-FECHA " "
                       FUNCTION TRIM(WS-TASA-TEXTO)
                       DELIMITED BY SIZE INTO WS-ANTES
               END-IF
               IF PP-ACCION = "A"
                   PERFORM GRABAR-TASA
               ELSE
                   IF WS-HALLADA = "S"
                       DELETE TASA-INDEX-FILE
                       IF WS-TASAIDX-FILE-STATUS = "00"
                           MOVE "S" TO WS-APLICO
                       END-IF
                   END-IF
               END-IF
               CLOSE TASA-INDEX-FILE
           END-IF.

       GRABAR-TASA.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           UNSTRING PP-RENGLON DELIMITED BY ALL SPACE
               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           MOVE PP-LLAVE(1:3) TO TASAIDX-MONEDA.
           MOVE PP-LLAVE(5:8) TO TASAIDX-FECHA.
           COMPUTE TASAIDX-TASA = FUNCTION NUMVAL(WS-TOKEN-3).
           IF WS-HALLADA = "S"
               REWRITE TASAIDX-RECORD
           ELSE
               WRITE TASAIDX-RECORD
           END-IF.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "S" TO WS-APLICO
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
           MOVE WS-ANTES       TO PA-ANTES.
           IF PP-ACCION NOT = "B"
               MOVE PP-RENGLON TO PA-DESPUES
           END-IF.
           WRITE PARAMAUD-RECORD.
           CLOSE PARAMAUD-FILE.

       END PROGRAM APLICA-PARAMETROS.
