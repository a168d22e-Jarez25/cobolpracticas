               RECORD KEY IS HISTCUST-KEY
               FILE STATUS IS WS-HISTCUST-FILE-STATUS.

           SELECT SALDOARC-FILE ASSIGN TO "SALDOARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SARC-KEY
               FILE STATUS IS WS-SALDOARC-FILE-STATUS.

           SELECT ERROR-LOG-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  HIST-CUST-FILE.
           COPY "HISTCUST.cpy".

       FD  SALDOARC-FILE.
           COPY "SALDOARC.cpy".

       FD  ERROR-LOG-FILE.
           COPY "ERRLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HISTCUST-FILE-STATUS   PIC XX VALUE "00".
       01 WS-LADO-PRESENTE          PIC X VALUE "N".
       01 WS-SALDOARC-FILE-STATUS   PIC XX VALUE "00".
       01 WS-ARRASTRADAS            PIC 9(7) VALUE 0.
       01 WS-HIST-FILE-STATUS       PIC XX VALUE "00".
       01 WS-RETENCION-FILE-STATUS  PIC XX VALUE "00".
       01 WS-ARCHIVO-FILE-STATUS    PIC XX VALUE "00".
      * filas archivadas del archivo vivo, e imprime un reporte de
      * control antes/despues. Sin RETENCION.DAT no se borra nada.
      * CONSULTA-HISTORIAL sabe leer estos archivos cuando hay que
      * buscar una fecha ya depurada. Lo que sale de CALCHISTC.DAT
      * se arrastra por cliente a SALDOARC.DAT para que la prueba
      * del libro de saldos no pierda la historia archivada.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM CARGAR-HOLDS.
      *        CALCHISTC.DAT las filas que aqui se borran haria
      *        que CLIENTE-360 y el estado de cuenta siguieran
      *        mostrando historia ya archivada.
      *        Sin SALDOARC.DAT no se toca el camino: borrar filas
      *        sin arrastrar su importe descuadraria el libro de
      *        saldos de cada cliente archivado.
               MOVE "N" TO WS-LADO-PRESENTE
               OPEN I-O HIST-CUST-FILE
               IF WS-HISTCUST-FILE-STATUS = "00"
                   PERFORM ABRIR-SALDO-ARCHIVADO
                   IF WS-SALDOARC-FILE-STATUS = "00"
                       MOVE "S" TO WS-LADO-PRESENTE
                   ELSE
                       CLOSE HIST-CUST-FILE
                       DISPLAY "NO SE PUDO ABRIR SALDOARC.DAT ("
                           WS-SALDOARC-FILE-STATUS "); CALCHISTC.DAT"
                           " QUEDA SIN DEPURAR."
                       MOVE "SALDOARC NO ABRE: CALCHISTC SIN DEPURAR."
                           TO WS-ERR-MENSAJE
                       PERFORM REGISTRAR-ERROR
                       MOVE 8 TO WS-RUTINA-RC
                   END-IF
               END-IF
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
               END-PERFORM
               IF WS-LADO-PRESENTE = "S"
                   CLOSE HIST-CUST-FILE
                   CLOSE SALDOARC-FILE
               END-IF
               CLOSE CALC-HISTORY-FILE
           END-IF.

       ABRIR-SALDO-ARCHIVADO.
           OPEN I-O SALDOARC-FILE.
           IF WS-SALDOARC-FILE-STATUS = "35"
               OPEN OUTPUT SALDOARC-FILE
               CLOSE SALDOARC-FILE
               OPEN I-O SALDOARC-FILE
           END-IF.

      *    La fila del lado puede no existir (camino reconstruido
      *    despues, o fila anterior al camino): el borrado con
      *    clave inexistente solo sigue de largo. Solo la fila que
      *    de verdad sale del camino se arrastra a SALDOARC.DAT.
       BORRAR-LADO-CLIENTE.
           MOVE CALCHIST-CUST-ID TO HISTCUST-CUST.
           MOVE CALCHIST-DATE    TO HISTCUST-DATE.
               INVALID KEY
                   CONTINUE
           END-DELETE.
           IF WS-HISTCUST-FILE-STATUS = "00"
               PERFORM ARRASTRAR-SALDO
           END-IF.

      *    Un renglon por cliente y corte: la primera fila lo da
      *    de alta y las siguientes le suman.
       ARRASTRAR-SALDO.
           MOVE CALCHIST-CUST-ID TO SARC-CUST.
           MOVE CALCHIST-CUST-ID TO SARC-ORIGEN.
           MOVE WS-FECHA-CORTE   TO SARC-CORTE.
           READ SALDOARC-FILE.
           IF WS-SALDOARC-FILE-STATUS = "00"
               ADD CALCHIST-RESULTADO TO SARC-SALDO
               ADD 1 TO SARC-FILAS
               REWRITE SALDOARC-RECORD
           ELSE
               MOVE CALCHIST-RESULTADO TO SARC-SALDO
               MOVE 1 TO SARC-FILAS
               WRITE SALDOARC-RECORD
           END-IF.
           IF WS-SALDOARC-FILE-STATUS = "00"
               ADD 1 TO WS-ARRASTRADAS
           ELSE
               MOVE SPACES TO WS-ERR-MENSAJE
               STRING "ERROR " WS-SALDOARC-FILE-STATUS
                      " GRABANDO SALDOARC.DAT, CLIENTE "
                      CALCHIST-CUST-ID
                   DELIMITED BY SIZE INTO WS-ERR-MENSAJE
               PERFORM REGISTRAR-ERROR
               MOVE 8 TO WS-RUTINA-RC
           END-IF.

       IMPRIMIR-CONTROL.
           OPEN OUTPUT REPORTE-FILE.
               DELIMITED BY SIZE INTO REPORTE-LINE.
           WRITE REPORTE-LINE.
           MOVE SPACES TO REPORTE-LINE.
           STRING "  FILAS A SALDOARC:   " WS-ARRASTRADAS
               DELIMITED BY SIZE INTO REPORTE-LINE.
           WRITE REPORTE-LINE.
           MOVE SPACES TO REPORTE-LINE.
           STRING "  ARCHIVO DESTINO:    " WS-ARCHIVO-NOMBRE
               DELIMITED BY SIZE INTO REPORTE-LINE.
           WRITE REPORTE-LINE.
