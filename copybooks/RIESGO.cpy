      *-----------------------------------------------------------
      * Calificacion de riesgo por cliente (RIESGO.DAT, indexado
      * por cliente). La recalcula cada noche CALIFICA-RIESGO con
      * los pesos y cortes de RIESGOCFG.DAT; la muestran
      * CLIENTE-360 y CONSULTA-CLIENTE. FECHA-GRADO es el dia en
      * que el cliente tomo su grado actual: si es igual a
      * FECHA-CALC, el grado cambio en la ultima corrida.
      *-----------------------------------------------------------
       01 RIESGO-RECORD.
           05 RSG-CUST              PIC 9(6).
      *    A (menor riesgo) a D (mayor riesgo).
           05 RSG-GRADO             PIC X.
           05 RSG-PUNTAJE           PIC 9(7)V99.
           05 RSG-FECHA-GRADO       PIC 9(8).
           05 RSG-FECHA-CALC        PIC 9(8).
      *    Grado anterior (espacio si el cliente es nuevo).
           05 RSG-GRADO-ANT         PIC X.
      *    Componentes de la ultima corrida, para explicar el
      *    puntaje sin volver a calcularlo.
           05 RSG-EXCESOS           PIC 9(4).
           05 RSG-ESCALADOS         PIC 9(4).
           05 RSG-DIAS-MORA         PIC 9(5).
           05 RSG-PCT-USO           PIC 9(5).
           05 RSG-SALDO-MILES       PIC 9(9).
