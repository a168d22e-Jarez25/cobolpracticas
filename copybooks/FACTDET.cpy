      *-----------------------------------------------------------
      * Detalle de lo facturado (FACTDET.DAT, indexado por la
      * clave de la fila de CALCHIST.DAT): FACTURACION-MENSUAL da
      * de alta un renglon por cada calculo cobrado en una
      * factura. Una fila que ya esta aqui no se vuelve a cobrar,
      * y cuando despues llega su reversa TIPO "R" el precio
      * cobrado se devuelve en una nota de credito - la factura
      * original no se toca.
      *-----------------------------------------------------------
       01 FACTDET-RECORD.
           05 FD-KEY.
               10 FD-HIST-DATE      PIC 9(8).
               10 FD-HIST-SEQ       PIC 9(5).
           05 FD-CUST               PIC 9(6).
           05 FD-OPCION             PIC 9.
           05 FD-PERIODO            PIC 9(6).
      *    Precio por operacion cobrado por esta fila.
           05 FD-IMPORTE            PIC S9(7)V99.
      *    Factura que la cobro y su fila TIPO "F" de CALCHIST.
           05 FD-FACTURA            PIC 9(6).
           05 FD-FACT-DATE          PIC 9(8).
           05 FD-FACT-SEQ           PIC 9(5).
      *    Nota de credito que la devolvio; cero = sin reversa.
           05 FD-NOTA               PIC 9(6).
           05 FD-NOTA-FECHA         PIC 9(8).
