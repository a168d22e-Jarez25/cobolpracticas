      *-----------------------------------------------------------
      * Estado del cortacircuito por endpoint (APICIRC.DAT, un
      * renglon por endpoint). CONSUMIR-API lo lee al arrancar y
      * lo reescribe al terminar: las fallas consecutivas de
      * corrida en corrida abren el circuito, y con el circuito
      * abierto el endpoint no se llama hasta que pase el
      * enfriamiento; entonces se deja pasar UNA llamada de prueba
      * que lo cierra si sale bien. MANTIENE-CIRCUITOS los muestra
      * y los reinicia a mano.
      *-----------------------------------------------------------
       01 APICIRC-RECORD.
           05 CIRC-ID              PIC X(8).
           05 FILLER               PIC X.
      *    C = cerrado (se llama normal), A = abierto (se omite).
           05 CIRC-ESTADO          PIC X.
           05 FILLER               PIC X.
           05 CIRC-FALLAS          PIC 9(3).
           05 FILLER               PIC X.
      *    Desde cuando corre el enfriamiento: la apertura o la
      *    ultima prueba fallida.
           05 CIRC-ABIERTO-FECHA   PIC 9(8).
           05 CIRC-ABIERTO-HORA    PIC 9(8).
           05 FILLER               PIC X.
      *    Llamadas omitidas desde que se abrio.
           05 CIRC-OMITIDAS        PIC 9(5).
           05 FILLER               PIC X.
      *    Ultimo reinicio manual: quien y cuando.
           05 CIRC-OPERADOR        PIC X(10).
           05 FILLER               PIC X.
           05 CIRC-REINICIO-FECHA  PIC 9(8).
