       01 WS-FECHA-DELTA           PIC 9(8) VALUE 0.
       01 WS-ALTAS                 PIC 9(5) VALUE 0.
       01 WS-CAMBIOS               PIC 9(5) VALUE 0.
       01 WS-RETIROS               PIC 9(5) VALUE 0.
       01 WS-CAMPOS                PIC X(30) VALUE SPACES.
       01 WS-CAMPOS-PTR            PIC 9(2) VALUE 1.

      * Delta matinal del maestro de posts: que le hizo la carga
      * nocturna a POSTMAST.DAT segun el diario de cambios - posts
      * nuevos, posts cambiados con los campos que cambiaron
      * (usuario, titulo, cuerpo), posts retirados porque ya no
      * vinieron en la lista completa y los conteos, sin andar
      * comparando archivos a mano. Fecha en blanco toma hoy.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-ALTAS.
           MOVE 0 TO WS-CAMBIOS.
           MOVE 0 TO WS-RETIROS.
           DISPLAY "FECHA DEL DELTA (YYYYMMDD, VACIO = HOY):"
           MOVE SPACES TO WS-FECHA-CAPTURA.
           ACCEPT WS-FECHA-CAPTURA.
               CLOSE POST-JOURNAL-FILE
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY "ALTAS: " WS-ALTAS "  CAMBIOS: " WS-CAMBIOS
               "  RETIROS: " WS-RETIROS.
           GOBACK.

       MOSTRAR-MOVIMIENTO.
               DISPLAY "  NUEVO    POST " PJ-POST-ID
                   " USUARIO " DSP-USERID
                   " - " FUNCTION TRIM(DSP-TITLE(1:40))
           ELSE IF PJ-TIPO = "R"
               ADD 1 TO WS-RETIROS
               DISPLAY "  RETIRADO POST " PJ-POST-ID
                   " USUARIO " DSP-USERID
                   " - " FUNCTION TRIM(DSP-TITLE(1:40))
           ELSE
               ADD 1 TO WS-CAMBIOS
               PERFORM COMPARAR-CAMPOS
               DISPLAY "  CAMBIADO POST " PJ-POST-ID
                   " CAMPOS:" FUNCTION TRIM(WS-CAMPOS)
           END-IF
           END-IF.

       COMPARAR-CAMPOS.
