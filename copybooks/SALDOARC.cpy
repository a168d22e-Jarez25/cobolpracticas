      *-----------------------------------------------------------
      * Saldo archivado por cliente (SALDOARC.DAT, indexado por
      * cliente + cliente de origen + fecha de corte). Cuando
      * ARCHIVA-HISTORIA depura filas de CALCHISTC.DAT suma aqui
      * su RESULTADO, para que PRUEBA-SALDOS siga probando el
      * saldo de CUSTBAL.DAT contra la historia completa: lo que
      * queda en CALCHISTC.DAT mas lo arrastrado. Un renglon por
      * cliente y corte; ORIGEN es el cliente al que se le
      * archivo la historia, y solo difiere de CUST cuando
      * FUSIONA-CLIENTES paso el renglon al sobreviviente (asi
      * las llaves de los dos clientes no chocan).
      *-----------------------------------------------------------
       01 SALDOARC-RECORD.
           05 SARC-KEY.
               10 SARC-CUST          PIC 9(6).
               10 SARC-ORIGEN        PIC 9(6).
               10 SARC-CORTE         PIC 9(8).
           05 SARC-SALDO             PIC S9(13)V99.
           05 SARC-FILAS             PIC 9(7).
