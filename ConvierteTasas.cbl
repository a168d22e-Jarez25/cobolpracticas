       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-TASAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAS-FILE ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASAS-FILE-STATUS.

           SELECT TASA-INDEX-FILE ASSIGN TO "TASAIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TASAIDX-KEY
               FILE STATUS IS WS-TASAIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * El plano de siempre: un renglon "MON YYYYMMDD TASA" por
      * moneda y fecha de vigencia.
       FD  TASAS-FILE.
       01 TASAS-LINE                PIC X(30).

       FD  TASA-INDEX-FILE.
           COPY "TASAIDX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TASAS-FILE-STATUS      PIC XX VALUE "00".
       01 WS-TASAIDX-FILE-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-TAS-MON-STR            PIC X(4) VALUE SPACES.
       01 WS-TAS-FECHA-STR          PIC X(9) VALUE SPACES.
       01 WS-TAS-TASA-STR           PIC X(12) VALUE SPACES.
       01 WS-TASA-NUEVA             PIC 9(3)V9(6) VALUE 0.
       01 WS-LEIDOS                 PIC 9(6) VALUE 0.
       01 WS-CARGADOS               PIC 9(6) VALUE 0.
       01 WS-DUPLICADOS             PIC 9(6) VALUE 0.
       01 WS-RECHAZADOS             PIC 9(6) VALUE 0.
       01 WS-VERIFICADOS            PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Conversion unica de los tipos de cambio al archivo
      * indexado TASAIDX.DAT con clave por moneda y fecha de
      * vigencia: carga el TASAS.DAT plano, reporta las vigencias
      * repetidas y los renglones malformados que encuentre, y
      * verifica el conteo cargado releyendo el indexado. Desde
      * entonces la tasa vigente se busca por llave y no hay tope
      * de tasas en memoria que deje fuera las mas nuevas.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           OPEN INPUT TASAS-FILE.
      *    Sin plano (instalacion que nunca lo tuvo) el indexado
      *    nace vacio, para que los programas que lo mantienen
      *    tengan donde grabar.
           IF WS-TASAS-FILE-STATUS = "35"
               DISPLAY "TASAS.DAT NO EXISTE: TASAIDX.DAT SE CREA VACIO."
               OPEN OUTPUT TASA-INDEX-FILE
               CLOSE TASA-INDEX-FILE
               PERFORM VERIFICAR-CARGA
               PERFORM IMPRIMIR-RESUMEN
           ELSE
           IF WS-TASAS-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TASAS.DAT."
           ELSE
               OPEN OUTPUT TASA-INDEX-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TASAS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF TASAS-LINE NOT = SPACES
                               ADD 1 TO WS-LEIDOS
                               PERFORM CARGAR-TASA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASA-INDEX-FILE
               CLOSE TASAS-FILE
               PERFORM VERIFICAR-CARGA
               PERFORM IMPRIMIR-RESUMEN
           END-IF
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * Una moneda, vigencia o tasa que no se pueda leer se
      * rechaza. Una moneda y vigencia repetida se reporta como
      * duplicada y queda la tasa del ultimo renglon, que es la
      * que aplicaban los lectores del plano.
      *-----------------------------------------------------------
       CARGAR-TASA.
           MOVE SPACES TO WS-TAS-MON-STR WS-TAS-FECHA-STR
               WS-TAS-TASA-STR.
           UNSTRING TASAS-LINE DELIMITED BY ALL SPACE
               INTO WS-TAS-MON-STR WS-TAS-FECHA-STR
                    WS-TAS-TASA-STR.
           IF WS-TAS-MON-STR(1:3) = SPACES
               OR WS-TAS-MON-STR(4:1) NOT = SPACE
               OR WS-TAS-FECHA-STR(1:8) IS NOT NUMERIC
               OR WS-TAS-FECHA-STR(9:1) NOT = SPACE
               OR WS-TAS-TASA-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-TAS-TASA-STR) NOT = 0
               ADD 1 TO WS-RECHAZADOS
               DISPLAY "  RECHAZADO (RENGLON MALFORMADO): "
                   TASAS-LINE
           ELSE
               COMPUTE WS-TASA-NUEVA =
                   FUNCTION NUMVAL(WS-TAS-TASA-STR)
               MOVE WS-TAS-MON-STR(1:3) TO TASAIDX-MONEDA
               MOVE WS-TAS-FECHA-STR(1:8) TO TASAIDX-FECHA
               MOVE WS-TASA-NUEVA TO TASAIDX-TASA
               WRITE TASAIDX-RECORD
               IF WS-TASAIDX-FILE-STATUS = "22"
                   ADD 1 TO WS-DUPLICADOS
                   DISPLAY "  VIGENCIA DUPLICADA: " TASAIDX-MONEDA
                       " " TASAIDX-FECHA
                   MOVE WS-TASA-NUEVA TO TASAIDX-TASA
                   REWRITE TASAIDX-RECORD
               ELSE
                   IF WS-TASAIDX-FILE-STATUS = "00"
                       ADD 1 TO WS-CARGADOS
                   ELSE
                       ADD 1 TO WS-RECHAZADOS
                       DISPLAY "  ERROR " WS-TASAIDX-FILE-STATUS
                           " CARGANDO " TASAIDX-MONEDA " "
                           TASAIDX-FECHA
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-CARGA.
           MOVE 0 TO WS-VERIFICADOS.
           OPEN INPUT TASA-INDEX-FILE.
           IF WS-TASAIDX-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TASA-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE TASA-INDEX-FILE
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "CONVERSION DE TIPOS DE CAMBIO:".
           DISPLAY "  LEIDOS:      " WS-LEIDOS.
           DISPLAY "  CARGADOS:    " WS-CARGADOS.
           DISPLAY "  DUPLICADOS:  " WS-DUPLICADOS.
           DISPLAY "  RECHAZADOS:  " WS-RECHAZADOS.
           DISPLAY "  VERIFICADOS EN EL INDEXADO: " WS-VERIFICADOS.
           IF WS-VERIFICADOS = WS-CARGADOS
               DISPLAY "  CARGA VERIFICADA."
           ELSE
               DISPLAY "  ADVERTENCIA: EL CONTEO VERIFICADO NO"
                   " COINCIDE CON LO CARGADO."
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM CONVIERTE-TASAS.
