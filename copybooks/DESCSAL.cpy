      *-----------------------------------------------------------
      * Descuadres abiertos del libro de saldos (DESCSAL.DAT,
      * indexado por cliente). PRUEBA-SALDOS da de alta al
      * cliente cuyo CUSTBAL-SALDO-FINAL no coincide con la suma
      * de su historia en CALCHISTC.DAT, lo conserva mientras la
      * diferencia siga y lo borra cuando vuelve a cuadrar - asi
      * la fecha en que aparecio el descuadre sobrevive noche a
      * noche aunque la diferencia cambie.
      *-----------------------------------------------------------
       01 DESCSAL-RECORD.
           05 DESC-CUST              PIC 9(6).
      *    Primera fecha de posteo en que se vio la diferencia.
      *    EXACTA "S" cuando la prueba pudo ubicar el dia (el
      *    saldo inicial si cuadraba con la historia previa);
      *    "N" cuando el descuadre ya venia de un posteo anterior
      *    a la primera prueba que lo detecto.
           05 DESC-FECHA-PRIMERA     PIC 9(8).
           05 DESC-EXACTA            PIC X.
           05 DESC-FECHA-ULT         PIC 9(8).
           05 DESC-FECHA-POSTEO      PIC 9(8).
           05 DESC-SALDO-LIBRO       PIC S9(13)V99.
           05 DESC-SALDO-HIST        PIC S9(13)V99.
           05 DESC-DIFERENCIA        PIC S9(13)V99.
