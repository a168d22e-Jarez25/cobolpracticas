      *-----------------------------------------------------------
      * Nombre corto de cada operacion de la calculadora (OPCION
      * 1-9), para que los reportes que rompen por operacion la
      * muestren con nombre. COPY en WORKING-STORAGE y use
      * WS-OPN-NOMBRE(OPCION) solo con OPCION de 1 a 9.
      *-----------------------------------------------------------
       01 WS-OPN-TABLA.
           05 FILLER PIC X(14) VALUE "SUMA".
           05 FILLER PIC X(14) VALUE "RESTA".
           05 FILLER PIC X(14) VALUE "MULTIPLICACION".
           05 FILLER PIC X(14) VALUE "DIVISION".
           05 FILLER PIC X(14) VALUE "POTENCIA".
           05 FILLER PIC X(14) VALUE "RAIZ CUADRADA".
           05 FILLER PIC X(14) VALUE "CUOTAS".
           05 FILLER PIC X(14) VALUE "PORCENTAJE".
           05 FILLER PIC X(14) VALUE "TASA COMPUESTA".
       01 WS-OPN-TABLA-R REDEFINES WS-OPN-TABLA.
           05 WS-OPN-NOMBRE OCCURS 9 TIMES PIC X(14).
