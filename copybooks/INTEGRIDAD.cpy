      *-----------------------------------------------------------
      * Hallazgos del barrido de integridad (INTEGRIDAD.DAT,
      * secuencial, se regenera en cada barrido). VERIFICA-
      * INTEGRIDAD deja un renglon por referencia rota entre
      * maestros: el archivo y la llave donde esta la referencia,
      * el archivo al que apunta y el problema. Los casos seguros
      * llevan ACCION para que REPARA-INTEGRIDAD los corrija con
      * aprobacion de supervisor; el resto es trabajo manual.
      *-----------------------------------------------------------
       01 INTEGRIDAD-RECORD.
           05 INT-ARCHIVO          PIC X(13).
           05 FILLER               PIC X.
           05 INT-LLAVE            PIC X(20).
           05 FILLER               PIC X.
           05 INT-APUNTA           PIC X(13).
           05 FILLER               PIC X.
           05 INT-PROBLEMA         PIC X(30).
           05 FILLER               PIC X.
      *    R = reconstruir la entrada de CALCHISTC.DAT desde su
      *    fila de CALCHIST.DAT; B = borrar la entrada huerfana
      *    de CALCHISTC.DAT; espacio = sin reparacion automatica.
           05 INT-ACCION           PIC X.
           05 FILLER               PIC X.
      *    Llave de CALCHISTC que tocaria la reparacion.
           05 INT-CUST             PIC 9(6).
           05 INT-DATE             PIC 9(8).
           05 INT-SEQ              PIC 9(5).
           05 FILLER               PIC X.
      *    P = pendiente, H = reparado, N = ya no aplicaba al
      *    reparar; con el supervisor que aprobo y la fecha.
           05 INT-ESTADO           PIC X.
           05 FILLER               PIC X.
           05 INT-SUPERVISOR       PIC X(10).
           05 FILLER               PIC X.
           05 INT-FECHA-REP        PIC 9(8).
