      *-----------------------------------------------------------
      * Bitacora de consultas a clientes (ACCESOS.DAT, secuencial,
      * solo se agrega). REGISTRA-CONSULTA deja un renglon cada vez
      * que un programa de consulta muestra los datos de un
      * cliente en particular: quien (OPERSES.DAT), desde que
      * programa, que cliente y cuando.
      *-----------------------------------------------------------
       01 ACCESO-RECORD.
           05 ACC-FECHA             PIC 9(8).
           05 FILLER                PIC X.
           05 ACC-HORA              PIC 9(8).
           05 FILLER                PIC X.
           05 ACC-OPERADOR          PIC X(10).
           05 FILLER                PIC X.
           05 ACC-PROGRAMA          PIC X(20).
           05 FILLER                PIC X.
           05 ACC-CUST              PIC 9(6).
           05 FILLER                PIC X.
      *    I = consulta de un cliente pedido por ID; L = el cliente
      *    aparecio en un listado (rango de fechas o estados de
      *    cuenta del mes).
           05 ACC-TIPO              PIC X.
