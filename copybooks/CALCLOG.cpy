      *    adelante (RECUPERA-HISTORIA) reconstruya la historia
      *    sin perder el ligue; cero en filas viejas o sin cliente.
           05 CALCLOG-CUST         PIC 9(6).
      *    Plazo de la operacion 9 (periodos con signo); cero en las
      *    demas operaciones, en blanco en filas viejas.
           05 CALCLOG-PLAZO        PIC S9(3).
      *    Sucursal de la fila, igual que CALCHIST-SUCURSAL;
      *    espacios en filas viejas.
           05 CALCLOG-SUCURSAL     PIC X(3).
