               RECORD KEY IS CALCHIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT DIARIO-GL-FILE ASSIGN TO WS-GL-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      * Interfase de poliza al mayor: una linea resumida por tipo
      * de operacion con las reversas ya neteadas, y un registro
      * de control con conteo y total hash como el trailer de
      * CALCIN - contabilidad deja de recapturar del impreso. El
      * consolidado agrega renglones "S" de subtotal por sucursal,
      * que la conciliacion no asienta; el de una sola sucursal va
      * a DIARIOGL_xxx.DAT y no pisa la interfase.
       FD  DIARIO-GL-FILE.
       01 DIARIO-GL-RECORD.
           05 GL-MARCA           PIC X.
           05 GL-CUENTA          PIC 9(6).
           05 GL-IMPORTE         PIC S9(13)V99
                                     SIGN IS TRAILING SEPARATE.
           05 GL-SUCURSAL        PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS    PIC XX VALUE "00".
       01 WS-OPCION-NUM          PIC 9 VALUE 0.
       01 WS-LINEAS              PIC 9(6) VALUE 0.
       01 WS-HASH-TOTAL          PIC S9(13)V99 VALUE 0.
       01 WS-GL-NOMBRE           PIC X(40) VALUE "DIARIOGL.DAT".
       01 WS-PARM-SUCURSAL       PIC X(10) VALUE SPACES.
       COPY "SUCTABLA.cpy".

      * Acumulado por tipo de operacion: conteo de movimientos y
      * total neteado (las reversas restan solas por su signo).
      * registro de control "T" de conteo y total - producido al
      * final de la cadena nocturna para que la interfase este
      * esperando a contabilidad cada manana. La fecha sale del
      * primer argumento o, sin argumento, de la fecha de negocio;
      * el segundo argumento, si va, limita el extracto a una
      * sucursal. Pagos, cargos por mora, facturas y notas de
      * credito (TIPO P/M/F/N) van con OPCION 7 pero no son
      * calculos de cuotas: no entran a la poliza de operaciones.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           PERFORM OBTENER-FECHA.
           PERFORM OBTENER-SUCURSAL.
           PERFORM INICIALIZAR-TABLA.
           PERFORM ACUMULAR-DIA.
           PERFORM ESCRIBIR-EXTRACTO.
           DISPLAY "EXTRACTO DE POLIZA DEL " WS-FECHA-EXTRACTO
               " EN " FUNCTION TRIM(WS-GL-NOMBRE) " ("
               WS-LINEAS " LINEAS, " FUNCTION TRIM(WS-SUC-TITULO)
               ").".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

               CALL "FECHA-NEGOCIO" USING WS-FECHA-EXTRACTO
           END-IF.

      *-----------------------------------------------------------
      * Fuera de casa matriz el extracto es siempre de la sucursal
      * del operador; la cadena nocturna lo deja consolidado.
      *-----------------------------------------------------------
       OBTENER-SUCURSAL.
           MOVE SPACES TO WS-SUC-REPORTE.
           MOVE 0 TO WS-SUC-NUM.
           MOVE "N" TO WS-SUC-DESBORDE.
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-PARM-SUCURSAL FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-SUCURSAL
           END-ACCEPT.
           CALL "SUCURSAL-ACTUAL" USING WS-SUC-OPERADOR
               WS-SUC-MATRIZ.
           IF WS-SUC-MATRIZ NOT = "S"
               MOVE WS-SUC-OPERADOR TO WS-SUC-REPORTE
           ELSE
               MOVE WS-PARM-SUCURSAL(1:3) TO WS-SUC-REPORTE
           END-IF.
           IF WS-SUC-REPORTE = SPACES
               MOVE "CONSOLIDADO" TO WS-SUC-TITULO
               MOVE "DIARIOGL.DAT" TO WS-GL-NOMBRE
           ELSE
               MOVE SPACES TO WS-SUC-TITULO
               STRING "SUCURSAL " WS-SUC-REPORTE
                   DELIMITED BY SIZE INTO WS-SUC-TITULO
               MOVE SPACES TO WS-GL-NOMBRE
               STRING "DIARIOGL_" WS-SUC-REPORTE ".DAT"
                   DELIMITED BY SIZE INTO WS-GL-NOMBRE
           END-IF.

       INICIALIZAR-TABLA.
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   UNTIL WS-OPC-IDX > 9
                           IF CALCHIST-DATE NOT = WS-FECHA-EXTRACTO
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               MOVE CALCHIST-SUCURSAL TO WS-SUC-FILA
                               PERFORM FILA-DE-SUCURSAL
                               IF CALCHIST-OPCION >= 1
                                   AND (WS-SUC-REPORTE = SPACES
                                   OR WS-SUC-FILA = WS-SUC-REPORTE)
                                   AND CALCHIST-TIPO NOT = "P"
                                   AND CALCHIST-TIPO NOT = "M"
                                   AND CALCHIST-TIPO NOT = "F"
                                   AND CALCHIST-TIPO NOT = "N"
                                   PERFORM ACUMULAR-MOVIMIENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALC-HISTORY-FILE
           END-IF.

       ACUMULAR-MOVIMIENTO.
           SET WS-OPC-IDX TO CALCHIST-OPCION.
           ADD 1 TO WS-OPC-CUENTA(WS-OPC-IDX).
           ADD CALCHIST-RESULTADO TO WS-OPC-TOTAL(WS-OPC-IDX).
           MOVE CALCHIST-RESULTADO TO WS-SUC-IMPORTE.
           MOVE "S" TO WS-SUC-CONTAR.
           PERFORM ACUMULAR-SUCURSAL.

       ESCRIBIR-EXTRACTO.
           OPEN OUTPUT DIARIO-GL-FILE.
           PERFORM VARYING WS-OPC-IDX FROM 1 BY 1
                   MOVE WS-OPCION-NUM TO GL-OPCION
                   MOVE WS-OPC-CUENTA(WS-OPC-IDX) TO GL-CUENTA
                   MOVE WS-OPC-TOTAL(WS-OPC-IDX) TO GL-IMPORTE
                   MOVE WS-SUC-REPORTE TO GL-SUCURSAL
                   WRITE DIARIO-GL-RECORD
                   ADD 1 TO WS-LINEAS
                   ADD WS-OPC-TOTAL(WS-OPC-IDX) TO WS-HASH-TOTAL
               END-IF
           END-PERFORM.
           IF WS-SUC-REPORTE = SPACES
               PERFORM ESCRIBIR-SUCURSALES
           END-IF.
           MOVE SPACES TO DIARIO-GL-RECORD.
           MOVE "T" TO GL-MARCA.
           MOVE WS-FECHA-EXTRACTO TO GL-FECHA.
           MOVE 0 TO GL-OPCION.
           MOVE WS-LINEAS TO GL-CUENTA.
           MOVE WS-HASH-TOTAL TO GL-IMPORTE.
           MOVE WS-SUC-REPORTE TO GL-SUCURSAL.
           WRITE DIARIO-GL-RECORD.
           CLOSE DIARIO-GL-FILE.

      *    Subtotal "S" por sucursal: informativo, fuera del conteo
      *    y del total hash del trailer, que siguen siendo de los
      *    renglones "D".
       ESCRIBIR-SUCURSALES.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
                   UNTIL WS-SUC-I > WS-SUC-NUM
               MOVE SPACES TO DIARIO-GL-RECORD
               MOVE "S" TO GL-MARCA
               MOVE WS-FECHA-EXTRACTO TO GL-FECHA
               MOVE 0 TO GL-OPCION
               MOVE WS-SUC-CUENTA(WS-SUC-I) TO GL-CUENTA
               MOVE WS-SUC-TOTAL(WS-SUC-I) TO GL-IMPORTE
               MOVE WS-SUC-CODIGO(WS-SUC-I) TO GL-SUCURSAL
               WRITE DIARIO-GL-RECORD
           END-PERFORM.
           IF WS-SUC-DESBORDE = "S"
               DISPLAY "AVISO: MAS DE 20 SUCURSALES; LOS SUBTOTALES"
                   " POR SUCURSAL ESTAN INCOMPLETOS."
           END-IF.

       FILA-DE-SUCURSAL.
           IF WS-SUC-FILA = SPACES
               MOVE WS-SUC-DEFECTO TO WS-SUC-FILA
           END-IF.

       ACUMULAR-SUCURSAL.
           MOVE 0 TO WS-SUC-HALLADO.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
                   UNTIL WS-SUC-I > WS-SUC-NUM
               IF WS-SUC-CODIGO(WS-SUC-I) = WS-SUC-FILA
                   MOVE WS-SUC-I TO WS-SUC-HALLADO
                   MOVE WS-SUC-NUM TO WS-SUC-I
               END-IF
           END-PERFORM.
           IF WS-SUC-HALLADO = 0
               IF WS-SUC-NUM < 20
                   ADD 1 TO WS-SUC-NUM
                   MOVE WS-SUC-NUM TO WS-SUC-HALLADO
                   MOVE WS-SUC-FILA TO WS-SUC-CODIGO(WS-SUC-HALLADO)
                   MOVE 0 TO WS-SUC-CUENTA(WS-SUC-HALLADO)
                   MOVE 0 TO WS-SUC-TOTAL(WS-SUC-HALLADO)
               ELSE
                   MOVE "S" TO WS-SUC-DESBORDE
               END-IF
           END-IF.
           IF WS-SUC-HALLADO > 0
               IF WS-SUC-CONTAR = "S"
                   ADD 1 TO WS-SUC-CUENTA(WS-SUC-HALLADO)
               END-IF
               ADD WS-SUC-IMPORTE TO WS-SUC-TOTAL(WS-SUC-HALLADO)
           END-IF.

       END PROGRAM EXTRACTO-DIARIO.
