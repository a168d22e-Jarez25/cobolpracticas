      *-----------------------------------------------------------
      * Clientes candidatos a inactivacion (INACTPEND.DAT). El
      * barrido mensual BARRE-INACTIVOS deja aqui a los activos sin
      * movimiento en los meses configurados y sin nada abierto;
      * APRUEBA-INACTIVOS los inactiva o los descarta, firmado por
      * el supervisor.
      *-----------------------------------------------------------
       01 INACTPEND-RECORD.
      *    PENDIENTE, APROBADA o RECHAZADA.
           05 IP-ESTADO             PIC X(9).
           05 FILLER                PIC X.
           05 IP-FECHA-BARRIDO      PIC 9(8).
           05 FILLER                PIC X.
           05 IP-CUST               PIC 9(6).
           05 FILLER                PIC X.
           05 IP-NOMBRE             PIC X(20).
           05 FILLER                PIC X.
      *    Ultimo movimiento o pago encontrado (cero si nunca tuvo)
      *    y los meses de inactividad que pedia el barrido.
           05 IP-ULT-ACTIV          PIC 9(8).
           05 FILLER                PIC X.
           05 IP-MESES              PIC 9(3).
           05 FILLER                PIC X.
           05 IP-SUPERVISOR         PIC X(10).
           05 FILLER                PIC X.
           05 IP-FECHA-DISP         PIC 9(8).
