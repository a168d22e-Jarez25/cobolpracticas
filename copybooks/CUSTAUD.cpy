      *-----------------------------------------------------------
      * Auditoria del maestro de clientes (CUSTAUD.DAT, secuencial,
      * solo se agrega): imagen antes/despues de cada cambio con
      * operador y fecha/hora. MANTIENE-CLIENTES asienta altas,
      * cambios, bajas, limites y direcciones; FUSIONA-CLIENTES
      * el inicio, cada paso y el cierre de una fusion de clientes.
      * Las imagenes llevan el registro que cambio: el del maestro
      * (CUSTMAST) o el de la direccion (CUSTDIR), el mas largo.
      *-----------------------------------------------------------
       01 AUDITORIA-RECORD.
           05 AUD-DATE           PIC 9(8).
           05 AUD-TIME           PIC 9(8).
           05 FILLER             PIC X.
           05 AUD-OPERADOR       PIC X(10).
           05 FILLER             PIC X.
           05 AUD-ACCION         PIC X(10).
           05 FILLER             PIC X.
           05 AUD-ANTES          PIC X(200).
           05 FILLER             PIC X.
           05 AUD-DESPUES        PIC X(200).
