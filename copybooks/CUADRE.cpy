      *-----------------------------------------------------------
      * Cuadre de fin de turno (CUADRES.DAT, indexado por operador
      * e inicio de la sesion). Al salir del menu el operador
      * declara la cuenta y el total de su hoja de papel; el
      * sistema los compara con las filas de CALCHIST.DAT que
      * llevan su CALCHIST-OPERADOR desde que firmo. Un cuadre
      * descuadrado detiene su siguiente firma hasta que un
      * supervisor lo libera.
      *-----------------------------------------------------------
       01 CUADRE-RECORD.
           05 CUAD-KEY.
               10 CUAD-OPERADOR      PIC X(10).
               10 CUAD-FECHA-INI     PIC 9(8).
               10 CUAD-HORA-INI      PIC 9(8).
           05 CUAD-FECHA-FIN         PIC 9(8).
           05 CUAD-HORA-FIN          PIC 9(8).
      *    Lo declarado por el operador y lo que hay en la
      *    historia: cuenta de calculos (sin contrapartidas de
      *    reversa) y total neto de RESULTADO, como los reportes.
           05 CUAD-DECL-CUENTA       PIC 9(5).
           05 CUAD-DECL-TOTAL        PIC S9(11)V99.
           05 CUAD-SIS-CUENTA        PIC 9(5).
           05 CUAD-SIS-TOTAL         PIC S9(11)V99.
      *    Declarado menos sistema.
           05 CUAD-DIF-CUENTA        PIC S9(5).
           05 CUAD-DIF-TOTAL         PIC S9(11)V99.
      *    C = cuadrado, D = descuadrado (detiene la siguiente
      *    firma), L = descuadre liberado por supervisor.
           05 CUAD-ESTADO            PIC X.
           05 CUAD-SUPERVISOR        PIC X(10).
           05 CUAD-FECHA-LIB         PIC 9(8).
