      *-----------------------------------------------------------
      * Sucursal de un reporte y subtotales por sucursal. Con
      * WS-SUC-REPORTE en blanco el reporte es consolidado y
      * cierra con un renglon por sucursal; con una sucursal solo
      * lleva las filas de ella. Las filas sin sucursal cuentan en
      * la sucursal por omision. Para acumular una fila: sucursal
      * en WS-SUC-FILA, importe en WS-SUC-IMPORTE y WS-SUC-CONTAR
      * en "N" si la fila no cuenta como actividad (reversas).
      *-----------------------------------------------------------
       01 WS-SUC-REPORTE         PIC X(3) VALUE SPACES.
       01 WS-SUC-DEFECTO         PIC X(3) VALUE "001".
       01 WS-SUC-OPERADOR        PIC X(3) VALUE SPACES.
       01 WS-SUC-MATRIZ          PIC X VALUE "N".
       01 WS-SUC-FILA            PIC X(3) VALUE SPACES.
       01 WS-SUC-IMPORTE         PIC S9(13)V99 VALUE 0.
       01 WS-SUC-CONTAR          PIC X VALUE "S".
       01 WS-SUC-I               PIC 9(2) VALUE 0.
       01 WS-SUC-HALLADO         PIC 9(2) VALUE 0.
       01 WS-SUC-DESBORDE        PIC X VALUE "N".
       01 WS-SUC-TEXTO           PIC -(13)9.99.
       01 WS-SUC-TITULO          PIC X(12) VALUE "CONSOLIDADO".
       01 WS-TABLA-SUCURSALES.
           05 WS-SUC-NUM         PIC 9(2) VALUE 0.
           05 WS-SUC-ENTRY OCCURS 20 TIMES.
               10 WS-SUC-CODIGO  PIC X(3).
               10 WS-SUC-CUENTA  PIC 9(7).
               10 WS-SUC-TOTAL   PIC S9(13)V99.
