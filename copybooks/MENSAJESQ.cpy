      *-----------------------------------------------------------
      * Bandeja de mensajes salientes (MENSAJESQ.DAT): un renglon
      * por aviso a mandar por POST a un endpoint de mensajeria de
      * ENDPMAST.DAT (ESPERA "N"). La llenan los procesos que
      * avisan a clientes y la vacia CONSUMIR-API al enviarla; lo
      * que falla pasa a la cola de reintentos con su cuerpo.
      *-----------------------------------------------------------
       01 MENSAJESQ-RECORD.
           05 MSGQ-ENDPOINT         PIC X(8).
           05 FILLER                PIC X.
      *    Referencia del negocio para la bitacora (plan-cuota).
           05 MSGQ-REFERENCIA       PIC X(20).
           05 FILLER                PIC X.
      *    Cuerpo del POST, "campo=valor&campo=valor".
           05 MSGQ-DATOS            PIC X(100).
