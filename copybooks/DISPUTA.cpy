      *-----------------------------------------------------------
      * Casos de disputa de clientes (DISPUTAS.DAT, indexado por
      * numero de caso). Cada caso apunta a una fila concreta de
      * CALCHIST.DAT (fecha+secuencia). Lo abre y lo resuelve
      * MANTIENE-DISPUTAS; un caso procedente arranca la reversa
      * normal de AJUSTE-CALCULO y aqui queda la liga a la
      * contrapartida (o a la solicitud encolada en REVPEND.DAT).
      *-----------------------------------------------------------
       01 DISPUTA-RECORD.
           05 DISP-CASO             PIC 9(6).
      *    A = ABIERTO, R = EN REVISION, P = PROCEDENTE,
      *    N = IMPROCEDENTE (RECHAZADO).
           05 DISP-ESTADO           PIC X.
           05 DISP-REF-DATE         PIC 9(8).
           05 DISP-REF-SEQ          PIC 9(5).
           05 DISP-CUST             PIC 9(6).
           05 DISP-IMPORTE          PIC S9(9)V99.
           05 DISP-FECHA-APERTURA   PIC 9(8).
           05 DISP-OPER-APERTURA    PIC X(10).
           05 DISP-FECHA-ULT        PIC 9(8).
           05 DISP-OPER-ULT         PIC X(10).
           05 DISP-FECHA-CIERRE     PIC 9(8).
      *    Reversa del caso: espacio = ninguna, E = encolada para
      *    aprobacion, H = asentada, X = rechazada por supervisor.
           05 DISP-REV-ESTADO       PIC X.
           05 DISP-REV-DATE         PIC 9(8).
           05 DISP-REV-SEQ          PIC 9(5).
