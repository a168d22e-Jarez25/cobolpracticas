      *-----------------------------------------------------------
      * Registro de cargos por mora (MORAS.DAT, indexado por plan
      * + cuota + cubeta de envejecimiento). La cubeta se guarda
      * como su dia de arranque en la tarifa (CUBETA <dias> ...),
      * no como su renglon: agregar o quitar cubetas no cambia la
      * llave de lo ya cobrado. CARGOS-MORA da de alta
      * una fila por cada cubeta cobrada ANTES de asentar el
      * movimiento, de modo que una cuota nunca paga dos veces la
      * misma cubeta aunque la corrida se repita; HIST-DATE/SEQ
      * apuntan al movimiento TIPO "M" de CALCHIST.DAT.
      *-----------------------------------------------------------
       01 MORA-RECORD.
           05 MORA-KEY.
               10 MORA-PLAN         PIC 9(6).
               10 MORA-NUM          PIC 9(3).
               10 MORA-CUBETA       PIC 9(5).
           05 MORA-CUST             PIC 9(6).
           05 MORA-FECHA            PIC 9(8).
           05 MORA-DIAS             PIC 9(5).
      *    Cero cuando la cuota ya habia llegado al tope por
      *    cuota: la cubeta queda registrada, sin movimiento.
           05 MORA-IMPORTE          PIC S9(9)V99.
           05 MORA-HIST-DATE        PIC 9(8).
           05 MORA-HIST-SEQ         PIC 9(5).
