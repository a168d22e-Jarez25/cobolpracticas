      * contra titulo y cuerpo, listando id, usuario y titulo de
      * cada coincidencia en paginas de cinco - para el "post
      * sobre facturas" que ninguna consulta por id encuentra.
      * Los posts retirados (ya no estan en la fuente) no salen.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM CAPTURAR-TERMINOS.
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF POSTMAST-ESTADO NOT = "R"
                               PERFORM EVALUAR-POST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POST-MASTER-FILE
