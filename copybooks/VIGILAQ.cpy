      *-----------------------------------------------------------
      * Cola de revision de la lista de vigilancia (VIGILAQ.DAT,
      * indexado). CARGA-POSTS encola con estado NUEVO cada termino
      * de VIGILA.DAT que aparece en el titulo o el cuerpo de un
      * post dado de alta o cambiado; REVISA-VIGILANCIA lo
      * CONFIRMA o lo DESCARTA con el comentario del revisor, y
      * CLIENTE-360 muestra lo confirmado del usuario que es
      * cliente.
      *-----------------------------------------------------------
       01 VIGILAQ-RECORD.
           05 VQ-KEY.
               10 VQ-DATE          PIC 9(8).
               10 VQ-TIME          PIC 9(8).
               10 VQ-SEQ           PIC 9(5).
           05 VQ-POST-ID           PIC 9(6).
           05 VQ-USERID            PIC 9(6).
           05 VQ-TERMINO           PIC X(30).
           05 VQ-CATEGORIA         PIC X(10).
      *    A = alta, M = media, B = baja.
           05 VQ-SEVERIDAD         PIC X.
      *    TITULO o CUERPO: donde aparecio el termino.
           05 VQ-CAMPO             PIC X(6).
      *    NUEVO / CONFIRMADO / DESCARTADO
           05 VQ-ESTADO            PIC X(10).
           05 VQ-COMENTARIO        PIC X(40).
           05 VQ-OPERADOR          PIC X(10).
           05 VQ-FECHA-REV         PIC 9(8).
