       01 SUSPENSO-RECORD.
           05 SUSP-MOTIVO       PIC XX.
           05 FILLER            PIC X VALUE SPACE.
           05 SUSP-DATOS        PIC X(34).

       FD  CALC-SALIDA-FILE.
       01 CALCIN-RECORD         PIC X(34).
       01 CALCIN-TRAILER.
           05 CALCIN-TRL-MARCA  PIC X.
           05 CALCIN-TRL-CUENTA PIC 9(6).
       01 WS-TABLA-SUSP.
           05 WS-SUSP-ENTRY OCCURS 200 TIMES.
               10 WS-SUSP-MOTIVO PIC XX.
               10 WS-SUSP-DATOS  PIC X(34).
               10 WS-SUSP-ESTADO PIC X.

       COPY "SYSDATE.cpy".
