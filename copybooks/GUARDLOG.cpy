      *-----------------------------------------------------------
      * Bitacora de la guardia (GUARDIALOG.DAT, secuencial): un
      * renglon por alerta E asignada, por cada escalacion y por
      * el reconocimiento, con el nivel, la persona y los minutos
      * transcurridos desde la alerta. ESCALA-ALERTAS y
      * MESA-ALERTAS la escriben; nadie la reescribe.
      *-----------------------------------------------------------
       01 GUARDLOG-RECORD.
           05 GLOG-FECHA           PIC 9(8).
           05 GLOG-HORA            PIC 9(8).
           05 FILLER               PIC X.
           05 GLOG-ALERTA-DATE     PIC 9(8).
           05 GLOG-ALERTA-TIME     PIC 9(8).
           05 FILLER               PIC X.
           05 GLOG-PROGRAMA        PIC X(20).
           05 FILLER               PIC X.
      *    ASIGNADA / ESCALADA / RECONOCIDA
           05 GLOG-EVENTO          PIC X(10).
           05 FILLER               PIC X.
           05 GLOG-NIVEL           PIC X.
           05 FILLER               PIC X.
           05 GLOG-PERSONA         PIC X(10).
           05 FILLER               PIC X.
           05 GLOG-MINUTOS         PIC 9(6).
