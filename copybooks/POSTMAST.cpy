           05 POSTMAST-TIME         PIC 9(8).
           05 POSTMAST-TITLE        PIC X(100).
           05 POSTMAST-BODY         PIC X(200).
      *    V (o espacio, en registros anteriores al campo) = post
      *    vigente; R = retirado: ya no vino en una lista completa
      *    de la fuente (CARGA-POSTS) y no sale en las busquedas.
           05 POSTMAST-ESTADO       PIC X.
           05 POSTMAST-RETIRO-FECHA PIC 9(8).
      *    Fecha y hora de la ultima fila del export que trajo el
      *    post, cambiara o no; contra esto se concilia la lista.
           05 POSTMAST-VISTO-FECHA  PIC 9(8).
           05 POSTMAST-VISTO-HORA   PIC 9(8).
