      * plan + numero de cuota). CALCULAR-CUOTAS da de alta el
      * plan completo con el numero que asigna CUOTSEQ.DAT,
      * PAGOS-CUOTAS marca cada cuota cobrada con su fecha e
      * importe (APLICA-COBROS lo hace desde el archivo de
      * cobranza del banco), MANTIENE-PLANES liquida o reprograma
      * lo que queda, y REPORTE-CUOTAS-VENC envejece lo
      * pendiente -
      * el plan deja de morir en el texto libre de CUOTAS.DAT.
      *-----------------------------------------------------------
       01 CUOTMAST-RECORD.
           05 CUOTMAST-CUST         PIC 9(6).
           05 CUOTMAST-FECHA-VENC   PIC 9(8).
           05 CUOTMAST-IMPORTE      PIC S9(9)V99.
      *    P = pendiente, C = cobrada, S = sustituida por una
      *    reprogramacion de MANTIENE-PLANES (la fila se conserva
      *    como historia y ya no se cobra ni se envejece).
           05 CUOTMAST-ESTADO       PIC X.
           05 CUOTMAST-FECHA-PAGO   PIC 9(8).
           05 CUOTMAST-IMP-PAGO     PIC S9(9)V99.
      *    Fecha de vencimiento del contrato, antes de correrla al
      *    dia habil con CALPROC.DAT (DIA-HABIL). FECHA-VENC es la
      *    ya ajustada: contra ella se envejece, se cobra mora y se
      *    avisa.
           05 CUOTMAST-FECHA-CONTR  PIC 9(8).
