      *-----------------------------------------------------------
      * Bitacora de cambios a los archivos de control
      * (PARAMAUD.DAT, secuencial, solo se agrega): cada solicitud,
      * aprobacion, rechazo y aplicacion con el operador, la hora
      * y el renglon antes y despues.
      *-----------------------------------------------------------
       01 PARAMAUD-RECORD.
           05 PA-FECHA              PIC 9(8).
           05 FILLER                PIC X.
           05 PA-HORA               PIC 9(8).
           05 FILLER                PIC X.
           05 PA-OPERADOR           PIC X(10).
           05 FILLER                PIC X.
      *    SOLICITUD, APROBADO, RECHAZADO, APLICADO o FALLIDO.
           05 PA-EVENTO             PIC X(9).
           05 FILLER                PIC X.
           05 PA-NUM                PIC 9(7).
           05 FILLER                PIC X.
           05 PA-ARCHIVO            PIC X(13).
           05 FILLER                PIC X.
           05 PA-FECHA-EFEC         PIC 9(8).
           05 FILLER                PIC X.
           05 PA-ANTES              PIC X(40).
           05 FILLER                PIC X.
           05 PA-DESPUES            PIC X(40).
