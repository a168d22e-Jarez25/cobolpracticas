      *-----------------------------------------------------------
      * Recordatorios de vencimiento ya generados (RECORDMAST.DAT,
      * indexado por plan + cuota). RECORDATORIOS-CUOTAS da de
      * alta la fila ANTES de dejar el mensaje en la bandeja de
      * CONSUMIR-API, de modo que ninguna cuota recibe dos
      * recordatorios aunque la corrida se repita; el resultado
      * HTTP de cada envio queda en MENSAJELOG.DAT.
      *-----------------------------------------------------------
       01 RECORD-RECORD.
           05 RECORD-KEY.
               10 RECORD-PLAN       PIC 9(6).
               10 RECORD-NUM        PIC 9(3).
           05 RECORD-CUST           PIC 9(6).
           05 RECORD-FECHA-VENC     PIC 9(8).
           05 RECORD-FECHA          PIC 9(8).
           05 RECORD-ENDPOINT       PIC X(8).
