      *-----------------------------------------------------------
      * Maestro de instrucciones permanentes (INSTMAST.DAT,
      * indexado por numero de instruccion): el cargo que un
      * cliente tiene todos los meses ya no se recaptura a mano en
      * CAPTURA-CALCIN. MANTIENE-RECURRENTES da de alta y
      * mantiene la instruccion; GENERA-RECURRENTES escribe cada
      * noche las vencidas en un lote con nombre propio de la
      * cola LOTESQ.DAT (fuente RECURRE) y solo corre la fecha
      * siguiente cuando la fila de la ocurrencia ya se asento en
      * CALCHIST.DAT.
      *-----------------------------------------------------------
       01 INSTMAST-RECORD.
           05 INST-ID               PIC 9(6).
           05 INST-CUST             PIC 9(6).
      *    Mismo movimiento que un renglon de CALCIN: operacion
      *    1-7, importes en la moneda del movimiento (espacios =
      *    moneda base; la conversion la hace el lote).
           05 INST-OPCION           PIC 9.
           05 INST-NUM1             PIC S9(7)V99.
           05 INST-NUM2             PIC S9(7)V99.
           05 INST-MONEDA           PIC X(3).
      *    S = semanal, Q = catorcenal, M = mensual,
      *    T = trimestral, A = anual.
           05 INST-FRECUENCIA       PIC X.
           05 INST-FECHA-INICIO     PIC 9(8).
      *    Ultima fecha en que puede generarse; cero = sin fin.
           05 INST-FECHA-FIN        PIC 9(8).
      *    Dia del mes de la fecha de inicio: los meses cortos
      *    caen al ultimo dia y el siguiente vuelve a este.
           05 INST-DIA-ANCLA        PIC 99.
      *    Fecha de la siguiente ocurrencia por generar.
           05 INST-PROXIMA          PIC 9(8).
      *    A = activa, S = suspendida, T = terminada.
           05 INST-ESTADO           PIC X.
      *    Ocurrencia en vuelo: lote en que salio, fecha de
      *    sistema en que se genero y la fecha de la ocurrencia.
      *    LOTE en espacios = nada pendiente de asentar.
           05 INST-LOTE             PIC X(7).
           05 INST-FECHA-GEN        PIC 9(8).
           05 INST-FECHA-OCURR      PIC 9(8).
      *    Ultima ocurrencia asentada y su fila de CALCHIST.DAT
      *    (ceros si se dio por aplicada a mano).
           05 INST-ULTIMA           PIC 9(8).
           05 INST-POST-DATE        PIC 9(8).
           05 INST-POST-SEQ         PIC 9(5).
           05 INST-FECHA-ALTA       PIC 9(8).
           05 INST-OPER-ALTA        PIC X(10).
           05 INST-FECHA-ULT        PIC 9(8).
           05 INST-OPER-ULT         PIC X(10).
