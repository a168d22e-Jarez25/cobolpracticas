      *-----------------------------------------------------------
      * Registro de diferencias de redondeo (REDONDEOS.DAT,
      * secuencial, se anexa). REDONDEA-IMPORTE escribe un renglon
      * cada vez que la regla publicada en REDONDEO.DAT cambia un
      * importe: el valor exacto, el que quedo y la diferencia
      * (redondeado menos exacto). REPORTE-REDONDEO los totaliza
      * por mes para contabilidad.
      *-----------------------------------------------------------
       01 REDREG-RECORD.
      *    Dia de negocio en que se redondeo.
           05 RR-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 RR-TIME               PIC 9(8).
           05 FILLER                PIC X.
           05 RR-PROGRAMA           PIC X(20).
           05 FILLER                PIC X.
      *    Operacion 1-9 de la calculadora, CONVERSION o MORA.
           05 RR-OPERACION          PIC X(10).
           05 FILLER                PIC X.
      *    ARRIBA = mitad hacia afuera, PAR = mitad al par,
      *    TRUNCA = sin redondeo.
           05 RR-REGLA              PIC X(6).
           05 FILLER                PIC X.
           05 RR-EXACTO             PIC S9(11)V9(7)
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 RR-REDONDEADO         PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 RR-DIFERENCIA         PIC S9V9(7)
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 RR-OPERADOR           PIC X(10).
