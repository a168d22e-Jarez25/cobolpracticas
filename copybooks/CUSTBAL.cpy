           05 CUSTBAL-SALDO-INICIAL PIC S9(13)V99.
           05 CUSTBAL-MOVIMIENTO    PIC S9(13)V99.
           05 CUSTBAL-SALDO-FINAL   PIC S9(13)V99.
      *    Sucursal del cliente al ultimo posteo, para cortar los
      *    saldos por sucursal sin releer el maestro de clientes.
           05 CUSTBAL-SUCURSAL      PIC X(3).
