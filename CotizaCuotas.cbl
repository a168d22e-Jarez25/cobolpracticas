           05 WS-CF-ANO          PIC 9(4).
           05 WS-CF-MES          PIC 9(2).
           05 WS-CF-DIA          PIC 9(2).
       01 WS-CUOTA-VENC          PIC 9(8) VALUE 0.
       01 WS-CUST-SUCURSAL       PIC X(3) VALUE SPACES.
       01 WS-SUC-PERMITIDO       PIC X VALUE "S".

       COPY "SYSDATE.cpy".

           DISPLAY "NUMERO DE COTIZACION:"
           ACCEPT WS-BUSCA-NUM.
           MOVE WS-BUSCA-NUM TO COTIZA-NUM.
           MOVE "S" TO WS-SUC-PERMITIDO.
           READ COTIZA-FILE.
      *    Solo cotizaciones de clientes de la sucursal del
      *    operador, salvo que sea de casa matriz.
           IF WS-COTIZA-FILE-STATUS = "00"
               CALL "SUCURSAL-CLIENTE" USING COTIZA-CUST
                   WS-CUST-SUCURSAL WS-SUC-PERMITIDO
           END-IF.

       CONSULTAR-COTIZACION.
           PERFORM LEER-COTIZACION.
           EVALUATE TRUE
               WHEN WS-COTIZA-FILE-STATUS NOT = "00"
                   DISPLAY "NO EXISTE ESA COTIZACION."
               WHEN WS-SUC-PERMITIDO NOT = "S"
                   PERFORM RECHAZAR-SUCURSAL
               WHEN OTHER
                   PERFORM MOSTRAR-COTIZACION
           END-EVALUATE.

       RECHAZAR-SUCURSAL.
           DISPLAY "COTIZACION DE UN CLIENTE DE OTRA SUCURSAL ("
               WS-CUST-SUCURSAL "); OPERACION NO PERMITIDA.".

       MOSTRAR-COTIZACION.
           MOVE COTIZA-IMPORTE    TO WS-IMPORTE-TEXTO.
           PERFORM LEER-COTIZACION.
           IF WS-COTIZA-FILE-STATUS NOT = "00"
               DISPLAY "NO EXISTE ESA COTIZACION."
           ELSE
           IF WS-SUC-PERMITIDO NOT = "S"
               PERFORM RECHAZAR-SUCURSAL
           ELSE
               PERFORM MOSTRAR-COTIZACION
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------
      * El plan se genera con la misma mecanica de CALCULAR-CUOTAS:
      * numero nuevo de CUOTSEQ.DAT, vencimientos mes a mes a
      * partir del proximo (dia recortado a 28), cuota base en
      * todas y la final absorbiendo el residuo, vencimiento
      * corrido al dia habil - pero los importes salen de la
      * cotizacion, no de un recalculo.
      *-----------------------------------------------------------
       GENERAR-PLAN-DE-COTIZACION.
           PERFORM ASIGNAR-PLAN.
               " CONVERTIDA EN EL PLAN " WS-PLAN-ACTUAL ".".

       GRABAR-CUOTA-PLAN.
           CALL "DIA-HABIL" USING WS-CUOTA-FECHA WS-CUOTA-VENC.
           MOVE SPACES TO CUOTMAST-RECORD.
           MOVE WS-PLAN-ACTUAL   TO CUOTMAST-PLAN.
           MOVE WS-CUOTA-IDX     TO CUOTMAST-NUM.
           MOVE COTIZA-CUST      TO CUOTMAST-CUST.
           MOVE WS-CUOTA-VENC    TO CUOTMAST-FECHA-VENC.
           MOVE WS-CUOTA-IMPORTE TO CUOTMAST-IMPORTE.
           MOVE "P"              TO CUOTMAST-ESTADO.
           MOVE 0                TO CUOTMAST-FECHA-PAGO.
           MOVE 0                TO CUOTMAST-IMP-PAGO.
           MOVE WS-CUOTA-FECHA   TO CUOTMAST-FECHA-CONTR.
           WRITE CUOTMAST-RECORD.
           MOVE WS-CUOTA-IMPORTE TO WS-IMPORTE-TEXTO.
           MOVE SPACES TO CUOTAS-LINE.
           STRING "CUOTA " WS-CUOTA-IDX
                  " FECHA " WS-CUOTA-VENC
                  " IMPORTE " FUNCTION TRIM(WS-IMPORTE-TEXTO)
               DELIMITED BY SIZE INTO CUOTAS-LINE.
           WRITE CUOTAS-LINE.
