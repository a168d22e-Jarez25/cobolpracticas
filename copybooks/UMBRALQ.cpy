           05 BREACHQ-NUM2         PIC S9(7)V99.
           05 BREACHQ-RESULTADO    PIC S9(9)V99.
           05 BREACHQ-OPCION       PIC 9.
      *    GLOBAL / PISO / TECHO para un calculo de VALIDAR-UMBRAL;
      *    FRACC (varios calculos justo bajo el techo) o ACUMUL
      *    (la suma del dia pasa el techo) para los patrones de
      *    REPORTE-FRACCION, con NUM1 = cuantos calculos y
      *    RESULTADO = su suma.
           05 BREACHQ-BANDA        PIC X(6).
           05 BREACHQ-LIMITE       PIC S9(9)V99.
      *    NUEVO / REVISADO / ESCALADO / CERRADO
