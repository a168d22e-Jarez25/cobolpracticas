      *-----------------------------------------------------------
      * Seguimiento de las alertas de severidad E (ALERTACK.DAT,
      * indexado por la fecha, hora y programa de la alerta en
      * ALERTAS.DAT). ESCALA-ALERTAS da de alta cada alerta E a
      * nombre del primario de guardia de su fecha y, si nadie
      * la reconoce en los minutos de GUARDIACFG.DAT, la pasa al
      * suplente y luego al supervisor; MESA-ALERTAS la marca
      * RECONOCIDA con quien y cuando, y REPORTE-GUARDIA mide el
      * tiempo de reconocimiento por persona y por programa.
      *-----------------------------------------------------------
       01 ALERTACK-RECORD.
           05 ACK-KEY.
               10 ACK-DATE         PIC 9(8).
               10 ACK-TIME         PIC 9(8).
               10 ACK-PROGRAMA     PIC X(20).
           05 ACK-CLAVE            PIC X(20).
           05 ACK-MENSAJE          PIC X(60).
      *    La guardia de la fecha de la alerta al darla de alta;
      *    en blanco si el rol no cubria esa fecha.
           05 ACK-PRIMARIO         PIC X(10).
           05 ACK-SUPLENTE         PIC X(10).
           05 ACK-SUPERVISOR       PIC X(10).
      *    P = primario, S = suplente, V = supervisor.
           05 ACK-NIVEL            PIC X.
           05 ACK-RESPONSABLE      PIC X(10).
      *    Desde cuando la tiene el responsable actual: la hora de
      *    la alerta o la de la ultima escalacion.
           05 ACK-NIVEL-FECHA      PIC 9(8).
           05 ACK-NIVEL-HORA       PIC 9(8).
           05 ACK-ESCALACIONES     PIC 9.
      *    ABIERTA / RECONOCIDA
           05 ACK-ESTADO           PIC X(10).
           05 ACK-OPERADOR         PIC X(10).
           05 ACK-FECHA-REC        PIC 9(8).
           05 ACK-HORA-REC         PIC 9(8).
      *    Minutos de la alerta al reconocimiento.
           05 ACK-MINUTOS          PIC 9(6).
           05 ACK-COMENTARIO       PIC X(40).
