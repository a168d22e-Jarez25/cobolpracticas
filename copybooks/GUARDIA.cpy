      *-----------------------------------------------------------
      * Rol de guardia para las alertas (GUARDIA.DAT, secuencial,
      * un renglon por periodo): del dia DESDE al dia HASTA,
      * ambos incluidos, quien atiende primero, su suplente y el
      * supervisor al que se llega al final. Si dos periodos
      * cubren la misma fecha vale el renglon que va despues,
      * asi un cambio de turno se agrega al final sin tocar el
      * rol ya publicado. Lo leen ESCALA-ALERTAS y MESA-ALERTAS.
      *-----------------------------------------------------------
       01 GUARDIA-RECORD.
           05 GUARDIA-DESDE        PIC 9(8).
           05 FILLER               PIC X.
           05 GUARDIA-HASTA        PIC 9(8).
           05 FILLER               PIC X.
           05 GUARDIA-PRIMARIO     PIC X(10).
           05 FILLER               PIC X.
           05 GUARDIA-SUPLENTE     PIC X(10).
           05 FILLER               PIC X.
           05 GUARDIA-SUPERVISOR   PIC X(10).
