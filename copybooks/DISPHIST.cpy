      *-----------------------------------------------------------
      * Bitacora de pasos de los casos de disputa (DISPHIST.DAT,
      * secuencial, solo se agrega): cada apertura, cambio de
      * estado, nota y movimiento de la reversa, con el operador
      * que lo hizo y su nota.
      *-----------------------------------------------------------
       01 DISPHIST-RECORD.
           05 DH-CASO               PIC 9(6).
           05 FILLER                PIC X.
           05 DH-FECHA              PIC 9(8).
           05 FILLER                PIC X.
           05 DH-HORA               PIC 9(8).
           05 FILLER                PIC X.
           05 DH-OPERADOR           PIC X(10).
           05 FILLER                PIC X.
           05 DH-ESTADO             PIC X.
           05 FILLER                PIC X.
           05 DH-NOTA               PIC X(60).
