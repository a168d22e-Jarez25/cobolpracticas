      *-----------------------------------------------------------
      * Historia de avisos de cobranza (AVISOHIST.DAT, secuencial,
      * solo se agrega): un renglon por carta emitida ("AVISO") o
      * por plan puesto al corriente ("REINICIO"), con las cuotas
      * vencidas y el total adeudado en ese momento.
      *-----------------------------------------------------------
       01 AVISOHIST-RECORD.
           05 AH-PLAN               PIC 9(6).
           05 FILLER                PIC X.
           05 AH-FECHA              PIC 9(8).
           05 FILLER                PIC X.
           05 AH-EVENTO             PIC X(8).
           05 FILLER                PIC X.
           05 AH-NIVEL              PIC 9.
           05 FILLER                PIC X.
           05 AH-CUST               PIC 9(6).
           05 FILLER                PIC X.
           05 AH-CUOTAS             PIC 9(3).
           05 FILLER                PIC X.
           05 AH-TOTAL              PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 AH-ORIGEN             PIC X(20).
