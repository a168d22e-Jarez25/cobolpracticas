      *-----------------------------------------------------------
      * Registro de facturas y notas de credito (FACTREG.DAT,
      * secuencial, un renglon por documento emitido). Facturas
      * y notas comparten la numeracion corrida de FACTSEQ.DAT;
      * TIPO las distingue. HIST-DATE/SEQ apuntan al movimiento
      * de CALCHIST.DAT con que el documento llego al saldo.
      *-----------------------------------------------------------
       01 FACTREG-RECORD.
           05 FR-NUMERO             PIC 9(6).
           05 FILLER                PIC X.
      *    F = factura del mes, N = nota de credito.
           05 FR-TIPO               PIC X.
           05 FILLER                PIC X.
           05 FR-CUST               PIC 9(6).
           05 FILLER                PIC X.
      *    Mes facturado (en la nota, el de la factura que acredita).
           05 FR-PERIODO            PIC 9(6).
           05 FILLER                PIC X.
           05 FR-FECHA              PIC 9(8).
           05 FILLER                PIC X.
           05 FR-OPERACIONES        PIC 9(6).
           05 FILLER                PIC X.
           05 FR-TOTAL              PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
      *    Factura de origen: la misma en una factura, la
      *    acreditada en una nota.
           05 FR-FACTURA            PIC 9(6).
           05 FILLER                PIC X.
           05 FR-HIST-DATE          PIC 9(8).
           05 FR-HIST-SEQ           PIC 9(5).
