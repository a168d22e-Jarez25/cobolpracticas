      *-----------------------------------------------------------
      * Nivel de cobranza por plan de cuotas (AVISOMAST.DAT,
      * indexado por plan). AVISOS-COBRANZA sube el nivel cuando
      * la cuota mas atrasada del plan cruza los dias de
      * AVISOCFG.DAT y emite la carta; un pago que deja el plan al
      * corriente (PAGOS-CUOTAS o la cobranza del banco) lo baja
      * a cero. Cada cambio queda en AVISOHIST.DAT.
      *-----------------------------------------------------------
       01 AVISO-RECORD.
           05 AVISO-PLAN            PIC 9(6).
           05 AVISO-CUST            PIC 9(6).
      *    0 = al corriente, 1 = primer recordatorio, 2 = segundo
      *    aviso, 3 = requerimiento final.
           05 AVISO-NIVEL           PIC 9.
           05 AVISO-FECHA           PIC 9(8).
