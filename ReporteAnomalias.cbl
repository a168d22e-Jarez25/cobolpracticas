                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CALCHIST-TIPO = SPACE
                               OR CALCHIST-TIPO = "R"
                               PERFORM ACUMULAR-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.

      *    Pagos, cargos por mora, facturas y notas (TIPO P/M/F/N)
      *    no son calculos: la factura del primer dia habil haria
      *    un falso pico cada mes.
       ACUMULAR-DIA.
           IF WS-NUM-DIAS > 0
               AND WS-DIA-FECHA(WS-NUM-DIAS) = CALCHIST-DATE
