      *-----------------------------------------------------------
      * Evidencia de la recertificacion de accesos (RECERT.DAT,
      * secuencial, se agrega en cada corrida). RECERTIFICA-
      * ACCESOS deja un renglon por operador con lo que tenia al
      * momento de revisarlo, cuantas funciones sensibles le
      * permite su rol, la decision y el supervisor que firmo.
      *-----------------------------------------------------------
       01 RECERT-RECORD.
           05 RCT-FECHA             PIC 9(8).
           05 FILLER                PIC X.
           05 RCT-HORA              PIC 9(8).
           05 FILLER                PIC X.
           05 RCT-SUPERVISOR        PIC X(10).
           05 FILLER                PIC X.
           05 RCT-OPERADOR          PIC X(10).
           05 FILLER                PIC X.
           05 RCT-ROL               PIC X.
           05 FILLER                PIC X.
           05 RCT-ESTADO-ANTES      PIC X.
           05 FILLER                PIC X.
           05 RCT-ESTADO-DESPUES    PIC X.
           05 FILLER                PIC X.
           05 RCT-ULT-LOGIN         PIC 9(8).
           05 FILLER                PIC X.
           05 RCT-SENSIBLES         PIC 9(2).
           05 FILLER                PIC X.
      *    C = certificado, R = revocado por el supervisor,
      *    I = deshabilitado por inactividad, D = ya estaba
      *    deshabilitado, P = el propio supervisor (no se
      *    autocertifica; lo certifica otro supervisor).
           05 RCT-DECISION          PIC X.
