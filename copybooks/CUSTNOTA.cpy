      *-----------------------------------------------------------
      * Notas de contacto con el cliente (CUSTNOTA.DAT, secuencial,
      * solo se agrega): promesas de pago, quejas y lo que se hablo
      * con el cliente, con fecha/hora y operador. Una nota nunca
      * se reescribe; se corrige con otra de tipo CORRECCION que
      * apunta a la fecha/hora de la nota corregida. Las captura
      * REGISTRA-NOTA (desde CLIENTE-360 y MANTIENE-CLIENTES) y
      * las muestra CLIENTE-360.
      *-----------------------------------------------------------
       01 CUSTNOTA-RECORD.
           05 NOTA-CUST             PIC 9(6).
           05 FILLER                PIC X.
           05 NOTA-FECHA            PIC 9(8).
           05 FILLER                PIC X.
           05 NOTA-HORA             PIC 9(8).
           05 FILLER                PIC X.
      *    PROMESA, QUEJA, CONTACTO, CORRECCION u OTRO.
           05 NOTA-TIPO             PIC X(10).
           05 FILLER                PIC X.
           05 NOTA-OPERADOR         PIC X(10).
           05 FILLER                PIC X.
      *    Nota corregida (solo en las CORRECCION; cero si no).
           05 NOTA-REF-FECHA        PIC 9(8).
           05 FILLER                PIC X.
           05 NOTA-REF-HORA         PIC 9(8).
           05 FILLER                PIC X.
           05 NOTA-TEXTO            PIC X(80).
