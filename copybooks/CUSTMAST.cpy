      *    A = activo, I = inactivo; un registro viejo sin el byte
      *    de estado se toma como activo.
           05 CUSTMAST-STATUS       PIC X.
      *    Cliente sobreviviente cuando este id se fusiono en otro
      *    (FUSIONA-CLIENTES); cero o espacios en los demas. Un
      *    cliente fusionado queda siempre inactivo.
           05 CUSTMAST-FUSION-ID    PIC 9(6).
      *    Sucursal duena del cliente. Solo los operadores de esa
      *    sucursal (o de casa matriz) lo ven y le asientan; en
      *    blanco en registros anteriores al campo, que cuentan
      *    como la sucursal por omision.
           05 CUSTMAST-SUCURSAL     PIC X(3).
