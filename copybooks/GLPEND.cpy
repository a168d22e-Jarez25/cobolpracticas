      *-----------------------------------------------------------
      * Partidas abiertas de la poliza al mayor (GLPEND.DAT,
      * indexado por fecha + tipo de operacion). CONCILIA-MAYOR
      * da de alta cada linea "D" de DIARIOGL.DAT y la cruza con
      * el acuse de contabilidad; la partida se borra cuando el
      * mayor la asienta por el mismo importe y mientras tanto
      * sigue aqui con su estado.
      *-----------------------------------------------------------
       01 GLPEND-RECORD.
           05 GLPEND-KEY.
               10 GLPEND-FECHA        PIC 9(8).
               10 GLPEND-OPCION       PIC 9.
           05 GLPEND-CUENTA           PIC 9(6).
           05 GLPEND-IMPORTE          PIC S9(13)V99.
      *    P = enviada sin acuse, R = rechazada por el mayor,
      *    D = asentada por un importe distinto.
           05 GLPEND-ESTADO           PIC X.
           05 GLPEND-IMPORTE-MAYOR    PIC S9(13)V99.
           05 GLPEND-FECHA-ACUSE      PIC 9(8).
           05 GLPEND-MOTIVO           PIC X(30).
      *    "S" cuando la partida ya salio por el buzon de alertas
      *    al rebasar los dos dias habiles (una sola vez).
           05 GLPEND-ALERTADA         PIC X.
