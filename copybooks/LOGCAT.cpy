      *-----------------------------------------------------------
      * Catalogo de bitacoras rotadas (LOGCAT.DAT, secuencial, en
      * orden de rotacion). ROTA-BITACORAS asienta una entrada por
      * archivo fechado con el periodo que contiene y, en las
      * bitacoras encadenadas (CALCLOG, ERRLOG), el eslabon de
      * entrada y el de salida, para que VERIFICA-CADENA recorra
      * la cadena del primer archivo al vivo sin huecos aunque un
      * archivo ya se haya depurado.
      *-----------------------------------------------------------
       01 LOGCAT-RECORD.
           05 LCAT-BITACORA         PIC X(14).
           05 FILLER                PIC X.
           05 LCAT-ARCHIVO          PIC X(40).
           05 FILLER                PIC X.
      *    Primera y ultima fecha de los renglones archivados.
           05 LCAT-DESDE            PIC 9(8).
           05 FILLER                PIC X.
           05 LCAT-HASTA            PIC 9(8).
           05 FILLER                PIC X.
           05 LCAT-CORTE            PIC 9(8).
           05 FILLER                PIC X.
           05 LCAT-CUENTA           PIC 9(7).
           05 FILLER                PIC X.
      *    Secuencia y enlace previos al primer renglon del
      *    archivo, y los del ultimo; ceros si no va encadenada.
           05 LCAT-SEQ-ANT          PIC 9(7).
           05 FILLER                PIC X.
           05 LCAT-CHECK-ANT        PIC 9(9).
           05 FILLER                PIC X.
           05 LCAT-SEQ-FIN          PIC 9(7).
           05 FILLER                PIC X.
           05 LCAT-CHECK-FIN        PIC 9(9).
           05 FILLER                PIC X.
      *    A = archivo en disco, D = depurado por retencion.
           05 LCAT-ESTADO           PIC X.
           05 FILLER                PIC X.
           05 LCAT-FECHA-ROTA       PIC 9(8).
           05 FILLER                PIC X.
           05 LCAT-FECHA-DEPURA     PIC 9(8).
