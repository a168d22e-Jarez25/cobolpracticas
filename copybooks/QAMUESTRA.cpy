      *-----------------------------------------------------------
      * Muestra de control de calidad de captura (QAMUESTRA.DAT,
      * indexado por la llave de la fila de CALCHIST.DAT).
      * MUESTRA-QA deja un renglon por fila interactiva de
      * CALCHIST.DAT elegida del dia, asignada a un operador
      * distinto del que la capturo; RECAPTURA-QA guarda lo que el
      * revisor volvio a teclear sin ver el original y que campos
      * no coincidieron.
      *-----------------------------------------------------------
       01 QAMUESTRA-RECORD.
           05 QA-KEY.
               10 QA-DATE           PIC 9(8).
               10 QA-SEQ            PIC 9(5).
           05 FILLER                PIC X.
      *    P = pendiente de recaptura, C = coincide, D = difiere,
      *    S = sin revisor disponible (no hubo otro operador).
           05 QA-ESTADO             PIC X.
           05 FILLER                PIC X.
      *    B = fila sobre la banda (siempre entra), A = al azar.
           05 QA-MOTIVO             PIC X.
           05 FILLER                PIC X.
           05 QA-OPERADOR           PIC X(10).
           05 FILLER                PIC X.
           05 QA-REVISOR            PIC X(10).
           05 FILLER                PIC X.
           05 QA-FECHA-REV          PIC 9(8).
           05 FILLER                PIC X.
      *    Lo recapturado. En movimientos en moneda extranjera el
      *    importe que se teclea es el original (CALCHIST-IMP-
      *    ORIG) y la moneda; en moneda base, NUM1.
           05 QA-REK-OPCION         PIC 9.
           05 FILLER                PIC X.
           05 QA-REK-NUM1           PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 QA-REK-NUM2           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05 FILLER                PIC X.
           05 QA-REK-CUST           PIC 9(6).
           05 FILLER                PIC X.
           05 QA-REK-MONEDA         PIC X(3).
           05 FILLER                PIC X.
      *    Un byte por campo: "X" = no coincidio.
           05 QA-DIFERENCIAS.
               10 QA-DIF-OPCION     PIC X.
               10 QA-DIF-NUM1       PIC X.
               10 QA-DIF-NUM2       PIC X.
               10 QA-DIF-CUST       PIC X.
               10 QA-DIF-MONEDA     PIC X.
               10 QA-DIF-PLAZO      PIC X.
           05 FILLER                PIC X.
      *    Plazo recapturado de la tasa compuesta (operacion 9);
      *    cero en las demas operaciones.
           05 QA-REK-PLAZO          PIC S9(3)
                                    SIGN IS TRAILING SEPARATE.
