      * Envejecimiento de cuotas: toda cuota pendiente del maestro
      * con vencimiento anterior a hoy se acumula por cliente en
      * cubetas de 30/60/90 dias, con conteo e importe por cubeta.
      * Se envejece desde FECHA-VENC, la fecha ya corrida al dia
      * habil, no desde la del contrato (FECHA-CONTR): una cuota
      * que vencia en domingo no cuenta atraso hasta el lunes.
      * RETURN-CODE 4 cuando hay vencidas, para que la cadena
      * matutina lo resalte igual que los excesos sin revisar.
      *-----------------------------------------------------------
