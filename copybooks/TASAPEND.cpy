      *-----------------------------------------------------------
      * Tasas retenidas para aprobacion (TASASPEND.DAT). CARGA-
      * TASAS deja aqui la tasa del dia que se movio mas que la
      * tolerancia contra la anterior de su moneda (o que no tiene
      * anterior); APRUEBA-TASAS la carga a TASAIDX.DAT o la
      * rechaza, firmada por el supervisor.
      *-----------------------------------------------------------
       01 TASAPEND-RECORD.
      *    PENDIENTE, APROBADA o RECHAZADA.
           05 TP-ESTADO             PIC X(9).
           05 FILLER                PIC X.
           05 TP-FECHA-SOL          PIC 9(8).
           05 FILLER                PIC X.
           05 TP-MONEDA             PIC X(3).
           05 FILLER                PIC X.
           05 TP-FECHA-EFEC         PIC 9(8).
           05 FILLER                PIC X.
           05 TP-TASA               PIC 9(3)V9(6).
           05 FILLER                PIC X.
      *    Tasa vigente antes de esta (cero si la moneda no tenia)
      *    y la variacion porcentual contra ella.
           05 TP-TASA-ANT           PIC 9(3)V9(6).
           05 FILLER                PIC X.
           05 TP-FECHA-ANT          PIC 9(8).
           05 FILLER                PIC X.
           05 TP-VARIACION          PIC 9(5)V99.
           05 FILLER                PIC X.
           05 TP-SUPERVISOR         PIC X(10).
           05 FILLER                PIC X.
           05 TP-FECHA-DISP         PIC 9(8).
