       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-LIMITES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-LIMIT-FILE ASSIGN TO "CUSTLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTLIM-FILE-STATUS.

           SELECT LIMIT-INDEX-FILE ASSIGN TO "LIMIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIMIDX-CUST
               FILE STATUS IS WS-LIMIDX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * El plano de siempre: un renglon "ID LIMITE" por cliente.
       FD  CUST-LIMIT-FILE.
       01 CUSTLIM-LINE              PIC X(30).

       FD  LIMIT-INDEX-FILE.
           COPY "LIMIDX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTLIM-FILE-STATUS    PIC XX VALUE "00".
       01 WS-LIMIDX-FILE-STATUS     PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-LIM-ID-STR             PIC X(8) VALUE SPACES.
       01 WS-LIM-MONTO-STR          PIC X(15) VALUE SPACES.
       01 WS-OPER-ACTUAL            PIC X(10) VALUE SPACES.
       01 WS-LEIDOS                 PIC 9(6) VALUE 0.
       01 WS-CARGADOS               PIC 9(6) VALUE 0.
       01 WS-DUPLICADOS             PIC 9(6) VALUE 0.
       01 WS-RECHAZADOS             PIC 9(6) VALUE 0.
       01 WS-VERIFICADOS            PIC 9(6) VALUE 0.

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Conversion unica de los limites de exposicion al archivo
      * indexado LIMIDX.DAT con clave por cliente: carga el
      * CUSTLIM.DAT plano, reporta los clientes repetidos y los
      * renglones malformados que encuentre, y verifica el conteo
      * cargado releyendo el indexado. Desde entonces cambiar un
      * limite es reescribir un registro, no el archivo entero,
      * y no hay tope de clientes con limite.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CUST-LIMIT-FILE.
      *    Sin plano (instalacion que nunca lo tuvo) el indexado
      *    nace vacio, para que los programas que lo mantienen
      *    tengan donde grabar.
           IF WS-CUSTLIM-FILE-STATUS = "35"
               DISPLAY "CUSTLIM.DAT NO EXISTE: LIMIDX.DAT SE CREA"
                   " VACIO."
               OPEN OUTPUT LIMIT-INDEX-FILE
               CLOSE LIMIT-INDEX-FILE
               PERFORM VERIFICAR-CARGA
               PERFORM IMPRIMIR-RESUMEN
           ELSE
           IF WS-CUSTLIM-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CUSTLIM.DAT."
           ELSE
               OPEN OUTPUT LIMIT-INDEX-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CUST-LIMIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CUSTLIM-LINE NOT = SPACES
                               ADD 1 TO WS-LEIDOS
                               PERFORM CARGAR-LIMITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-INDEX-FILE
               CLOSE CUST-LIMIT-FILE
               PERFORM VERIFICAR-CARGA
               PERFORM IMPRIMIR-RESUMEN
           END-IF
           END-IF.
           GOBACK.

      *-----------------------------------------------------------
      * Un id o un limite que no se pueda leer se rechaza; un
      * cliente repetido se reporta como duplicado y se conserva
      * el primero, que es el que aplicaban los lectores del
      * plano.
      *-----------------------------------------------------------
       CARGAR-LIMITE.
           MOVE SPACES TO WS-LIM-ID-STR WS-LIM-MONTO-STR.
           UNSTRING CUSTLIM-LINE DELIMITED BY ALL SPACE
               INTO WS-LIM-ID-STR WS-LIM-MONTO-STR.
           IF WS-LIM-ID-STR(1:6) IS NOT NUMERIC
               OR WS-LIM-ID-STR(7:) NOT = SPACES
               OR WS-LIM-MONTO-STR = SPACES
               OR FUNCTION TEST-NUMVAL(WS-LIM-MONTO-STR) NOT = 0
               ADD 1 TO WS-RECHAZADOS
               DISPLAY "  RECHAZADO (RENGLON MALFORMADO): "
                   CUSTLIM-LINE
           ELSE
               MOVE SPACES TO LIMIDX-RECORD
               MOVE WS-LIM-ID-STR(1:6) TO LIMIDX-CUST
               COMPUTE LIMIDX-MONTO =
                   FUNCTION NUMVAL(WS-LIM-MONTO-STR)
               MOVE WS-OPER-ACTUAL TO LIMIDX-OPERADOR
               MOVE WS-SYS-DATE TO LIMIDX-FECHA
               WRITE LIMIDX-RECORD
               IF WS-LIMIDX-FILE-STATUS = "22"
                   ADD 1 TO WS-DUPLICADOS
                   DISPLAY "  CLIENTE DUPLICADO: " LIMIDX-CUST
               ELSE
                   IF WS-LIMIDX-FILE-STATUS = "00"
                       ADD 1 TO WS-CARGADOS
                   ELSE
                       ADD 1 TO WS-RECHAZADOS
                       DISPLAY "  ERROR " WS-LIMIDX-FILE-STATUS
                           " CARGANDO " LIMIDX-CUST
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-CARGA.
           MOVE 0 TO WS-VERIFICADOS.
           OPEN INPUT LIMIT-INDEX-FILE.
           IF WS-LIMIDX-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LIMIT-INDEX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE LIMIT-INDEX-FILE
           END-IF.

       IMPRIMIR-RESUMEN.
           DISPLAY "CONVERSION DE LIMITES DE CLIENTE:".
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

       END PROGRAM CONVIERTE-LIMITES.
