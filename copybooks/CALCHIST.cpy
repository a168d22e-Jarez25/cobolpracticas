      *    reversa; una reversa referencia la fila original por
      *    REF-DATE/REF-SEQ y lleva el RESULTADO con signo opuesto,
      *    de modo que los totales se netean sin borrar historia.
      *    TIPO "P" = pago de cuota aplicado por APLICA-COBROS:
      *    NUM1 = plan, NUM2 = cuota, RESULTADO = importe cobrado
      *    en negativo y REF-DATE = fecha valor del banco.
      *    TIPO "M" = cargo por mora de CARGOS-MORA: NUM1 = plan,
      *    NUM2 = cuota, RESULTADO = cargo, REF-DATE = vencimiento
      *    de la cuota y REF-SEQ = dia de arranque de la cubeta.
      *    TIPO "F" = factura del mes de FACTURACION-MENSUAL:
      *    NUM1 = numero de factura, RESULTADO = total facturado.
      *    TIPO "N" = nota de credito: NUM1 = numero de nota, NUM2
      *    = factura acreditada, RESULTADO en negativo y REF-DATE/
      *    REF-SEQ = la fila "F" de esa factura. Ni la factura ni
      *    la nota se reversan: se corrigen con otra nota.
           05 CALCHIST-TIPO        PIC X.
           05 CALCHIST-REF-DATE    PIC 9(8).
           05 CALCHIST-REF-SEQ     PIC 9(5).
      *    CALCIN.DAT anonimo de antes.
           05 CALCHIST-LOTE        PIC X(7).
      *    Moneda original del movimiento (espacios = moneda
      *    base), la tasa de TASAIDX.DAT con que se convirtio al
      *    capturar, y el importe original antes de convertir -
      *    NUM1/RESULTADO quedan SIEMPRE en moneda base para que
      *    los totales del dia cierren a un solo numero.
           05 CALCHIST-MONEDA      PIC X(3).
           05 CALCHIST-TASA        PIC 9(3)V9(6).
           05 CALCHIST-IMP-ORIG    PIC S9(9)V99.
      *    Plazo de la operacion 9 (tasa compuesta): periodos con
      *    signo, positivo = valor futuro, negativo = valor
      *    presente; cero en las demas operaciones y no numerico en
      *    filas anteriores al campo.
           05 CALCHIST-PLAZO       PIC S9(3).
      *    Sucursal de la fila: la del cliente cuando el calculo
      *    esta ligado a uno, si no la del operador que lo asento
      *    (SUCURSAL-CLIENTE); espacios en filas anteriores al
      *    campo hasta que CONVIERTE-SUCURSALES las pasa a la
      *    sucursal por omision.
           05 CALCHIST-SUCURSAL    PIC X(3).
