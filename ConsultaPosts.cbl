      *-----------------------------------------------------------
      * Consulta del maestro de posts: trae un post por su id con
      * lectura directa por clave, o lista todos los posts de un
      * usuario recorriendo el maestro. Un post retirado de la
      * fuente solo se anuncia como retirado, con su fecha.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
      *    El menu llama este programa varias veces en la misma
           MOVE WS-BUSCA-ID TO POSTMAST-ID.
           READ POST-MASTER-FILE.
           IF WS-POSTMAST-FILE-STATUS = "00"
               IF POSTMAST-ESTADO = "R"
                   DISPLAY "POST " POSTMAST-ID " RETIRADO EL "
                       POSTMAST-RETIRO-FECHA
                       ": YA NO ESTA EN LA FUENTE."
               ELSE
                   PERFORM MOSTRAR-POST
               END-IF
           ELSE
               DISPLAY "POST NO ENCONTRADO."
           END-IF.
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF POSTMAST-USERID = WS-BUSCA-USER
                           AND POSTMAST-ESTADO NOT = "R"
                           ADD 1 TO WS-HALLADOS
                           PERFORM MOSTRAR-POST
                       END-IF
