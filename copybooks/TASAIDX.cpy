      *-----------------------------------------------------------
      * Tipos de cambio (TASAIDX.DAT, indexado por moneda y fecha
      * de vigencia). Aplica la tasa mas reciente de la moneda
      * cuya vigencia no rebase la fecha que se valua: se
      * posiciona con START en la moneda y se lee hacia adelante
      * mientras la vigencia no pase de esa fecha. CARGA-TASAS y
      * APRUEBA-TASAS dan de alta las del dia; APLICA-PARAMETROS
      * los cambios programados en MANTIENE-PARAMETROS.
      * CONVIERTE-TASAS lo cargo una sola vez desde el TASAS.DAT
      * plano ("MON YYYYMMDD TASA" por renglon).
      *-----------------------------------------------------------
       01 TASAIDX-RECORD.
           05 TASAIDX-KEY.
               10 TASAIDX-MONEDA    PIC X(3).
               10 TASAIDX-FECHA     PIC 9(8).
           05 TASAIDX-TASA          PIC 9(3)V9(6).
