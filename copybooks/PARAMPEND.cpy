      *-----------------------------------------------------------
      * Cambios a los archivos de control (PARAMPEND.DAT, indexado
      * por numero de cambio). MANTIENE-PARAMETROS deja aqui cada
      * cambio ya validado con su fecha efectiva de negocio; los
      * de limites y bandas esperan la aprobacion de un segundo
      * operador. APLICA-PARAMETROS aplica al archivo de control
      * los aprobados cuya fecha efectiva ya llego.
      *-----------------------------------------------------------
       01 PARAMPEND-RECORD.
           05 PP-NUM                PIC 9(7).
           05 FILLER                PIC X.
      *    P = espera segunda aprobacion, V = listo para aplicar en
      *    su fecha, A = aplicado, R = rechazado, F = no se pudo
      *    aplicar (la llave a borrar ya no estaba o fallo el
      *    archivo).
           05 PP-ESTADO             PIC X.
           05 FILLER                PIC X.
           05 PP-ARCHIVO            PIC X(13).
           05 FILLER                PIC X.
      *    V = valor unico (el archivo es un solo renglon),
      *    A = alta o cambio del renglon con esa llave,
      *    B = baja del renglon con esa llave.
           05 PP-ACCION             PIC X.
           05 FILLER                PIC X.
           05 PP-LLAVE              PIC X(14).
           05 FILLER                PIC X.
           05 PP-RENGLON            PIC X(40).
           05 FILLER                PIC X.
      *    Renglon vigente al momento de pedir el cambio.
           05 PP-ANTES              PIC X(40).
           05 FILLER                PIC X.
           05 PP-FECHA-EFEC         PIC 9(8).
           05 FILLER                PIC X.
           05 PP-SOLICITANTE        PIC X(10).
           05 FILLER                PIC X.
           05 PP-FECHA-SOL          PIC 9(8).
           05 FILLER                PIC X.
           05 PP-HORA-SOL           PIC 9(8).
           05 FILLER                PIC X.
           05 PP-APROBADOR          PIC X(10).
           05 FILLER                PIC X.
           05 PP-FECHA-APL          PIC 9(8).
