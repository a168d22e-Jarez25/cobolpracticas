      *-----------------------------------------------------------
      * Direccion postal y contacto del cliente (CUSTDIR.DAT,
      * indexado por el id de cliente). Se mantiene desde
      * MANTIENE-CLIENTES con la misma auditoria del maestro; la
      * usa ENVIA-ESTADOS para ensobretar los estados de cuenta.
      * Una direccion es enviable con calle, ciudad y un codigo
      * postal de cinco digitos.
      *-----------------------------------------------------------
       01 CUSTDIR-RECORD.
           05 CUSTDIR-CUST          PIC 9(6).
           05 CUSTDIR-CALLE         PIC X(40).
           05 CUSTDIR-COLONIA       PIC X(30).
           05 CUSTDIR-CIUDAD        PIC X(25).
           05 CUSTDIR-ESTADO        PIC X(20).
           05 CUSTDIR-CP            PIC X(5).
           05 CUSTDIR-TELEFONO      PIC X(15).
           05 CUSTDIR-CORREO        PIC X(40).
