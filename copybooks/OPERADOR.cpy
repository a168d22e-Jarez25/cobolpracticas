      * programas los toman como rol basico, estado activo y sin
      * fallas. ESTADO: A activo, D deshabilitado, L bloqueado por
      * intentos fallidos (persiste entre sesiones). ROL: 1
      * operador, 2 senior, S supervisor. El password ya no se
      * guarda en claro: OPER-HASH es el cifrado de un solo
      * sentido de CIFRA-PASSWORD con la sal OPER-SALT, y
      * OPER-PASSWORD queda en blanco. Un renglon con password en
      * claro y sin cifrado es de antes del cambio y lo convierte
      * CONVIERTE-PASSWORDS.
      *-----------------------------------------------------------
       01 OPERATOR-RECORD.
           05 OPER-ID            PIC X(10).
           05 OPER-PWD-FECHA     PIC 9(8).
           05 FILLER             PIC X.
           05 OPER-ULT-LOGIN     PIC 9(8).
           05 FILLER             PIC X.
           05 OPER-SALT          PIC X(8).
           05 FILLER             PIC X.
           05 OPER-HASH          PIC X(20).
      *    Sucursal del operador y alcance: MATRIZ "S" = casa
      *    matriz, ve y asienta clientes de todas las sucursales;
      *    cualquier otro valor = solo los de su sucursal. En
      *    blanco en renglones anteriores al campo: sucursal por
      *    omision y sin alcance de casa matriz.
           05 FILLER             PIC X.
           05 OPER-SUCURSAL      PIC X(3).
           05 FILLER             PIC X.
           05 OPER-MATRIZ        PIC X.
