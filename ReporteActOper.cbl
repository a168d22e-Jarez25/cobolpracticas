               CLOSE CALC-HISTORY-FILE
           END-IF.

      *    Pagos, cargos por mora, facturas y notas (TIPO P/M/F/N)
      *    no son calculos del operador.
       ACUMULAR-CALCULO.
           IF WS-O > 0
               AND CALCHIST-TIPO NOT = "P"
               AND CALCHIST-TIPO NOT = "M"
               AND CALCHIST-TIPO NOT = "F"
               AND CALCHIST-TIPO NOT = "N"
               IF CALCHIST-TIPO = "R"
                   ADD 1 TO WS-ACT-REVERSAS(WS-O)
               ELSE
