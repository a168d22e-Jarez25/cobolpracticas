      *-----------------------------------------------------------
      * Limite de exposicion por cliente (LIMIDX.DAT, indexado por
      * el id de cliente). El cliente sin registro no tiene tope.
      * Lo mantiene MANTIENE-CLIENTES (y FUSIONA-CLIENTES al
      * fusionar); CALCULADORA-BASICA y CALIFICA-RIESGO lo leen
      * por llave. CONVIERTE-LIMITES lo cargo una sola vez desde
      * el CUSTLIM.DAT plano ("ID LIMITE" por renglon).
      *-----------------------------------------------------------
       01 LIMIDX-RECORD.
           05 LIMIDX-CUST           PIC 9(6).
           05 LIMIDX-MONTO          PIC 9(11)V99.
      *    Ultimo cambio del limite: quien y cuando.
           05 LIMIDX-OPERADOR       PIC X(10).
           05 LIMIDX-FECHA          PIC 9(8).
