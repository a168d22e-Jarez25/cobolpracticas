       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALA-ALERTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-FILE-STATUS.

           SELECT ALERTACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACK-KEY
               FILE STATUS IS WS-ALERTACK-FILE-STATUS.

           SELECT GUARDIA-FILE ASSIGN TO "GUARDIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDIA-FILE-STATUS.

           SELECT GUARDIA-CONFIG-FILE ASSIGN TO "GUARDIACFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDCFG-FILE-STATUS.

           SELECT GUARDLOG-FILE ASSIGN TO "GUARDIALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS-FILE.
           COPY "ALERTA.cpy".

       FD  ALERTACK-FILE.
           COPY "ALERTACK.cpy".

       FD  GUARDIA-FILE.
           COPY "GUARDIA.cpy".

      * Parametros de la guardia, un renglon por dato:
      *   MINUTOS 15        minutos sin reconocer que aguanta cada
      *                     nivel antes de pasar la alerta al
      *                     siguiente (omision 15)
       FD  GUARDIA-CONFIG-FILE.
       01 GUARDCFG-LINE             PIC X(40).

       FD  GUARDLOG-FILE.
           COPY "GUARDLOG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ALERTAS-FILE-STATUS    PIC XX VALUE "00".
       01 WS-ALERTACK-FILE-STATUS   PIC XX VALUE "00".
       01 WS-GUARDIA-FILE-STATUS    PIC XX VALUE "00".
       01 WS-GUARDCFG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-GUARDLOG-FILE-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG               PIC X VALUE "N".
       01 WS-MINUTOS-ESCALA         PIC 9(5) VALUE 15.
       01 WS-CFG-1                  PIC X(20) VALUE SPACES.
       01 WS-CFG-2                  PIC X(20) VALUE SPACES.
       01 WS-ASIGNADAS              PIC 9(5) VALUE 0.
       01 WS-ESCALADAS              PIC 9(5) VALUE 0.
       01 WS-IDX                    PIC 9(3) VALUE 0.
       01 WS-HALLADO                PIC 9(3) VALUE 0.
       01 WS-NUM-GUARDIAS           PIC 9(3) VALUE 0.
       01 WS-DESBORDE               PIC X VALUE "N".
       01 WS-NIVEL-NUEVO            PIC X VALUE SPACE.
       01 WS-RESP-NUEVO             PIC X(10) VALUE SPACES.
       01 WS-NIVEL-TEXTO            PIC X(10) VALUE SPACES.
       01 WS-EVENTO                 PIC X(10) VALUE SPACES.
       01 WS-AHORA-MIN              PIC 9(11) VALUE 0.
       01 WS-ALERTA-MIN             PIC 9(11) VALUE 0.
       01 WS-NIVEL-MIN              PIC 9(11) VALUE 0.
       01 WS-TRANSCURRIDOS          PIC S9(11) VALUE 0.
       01 WS-MIN-FECHA              PIC 9(8) VALUE 0.
       01 WS-MIN-HORA.
           05 WS-MH-HH              PIC 9(2).
           05 WS-MH-MM              PIC 9(2).
           05 FILLER                PIC 9(4).
       01 WS-MIN-RESULTADO          PIC 9(11) VALUE 0.
       01 WS-ALR-PROGRAMA           PIC X(20) VALUE SPACES.
       01 WS-ALR-SEVERIDAD          PIC X VALUE SPACE.
       01 WS-ALR-CLAVE              PIC X(20) VALUE SPACES.
       01 WS-ALR-MENSAJE            PIC X(60) VALUE SPACES.

      * Copia en memoria de GUARDIA.DAT.
       01 WS-TABLA-GUARDIAS.
           05 WS-GU-ENTRY OCCURS 200 TIMES.
               10 WS-GU-DESDE       PIC 9(8).
               10 WS-GU-HASTA       PIC 9(8).
               10 WS-GU-PRIMARIO    PIC X(10).
               10 WS-GU-SUPLENTE    PIC X(10).
               10 WS-GU-SUPERVISOR  PIC X(10).

       COPY "SYSDATE.cpy".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------
      * Escalacion de alertas sin reconocer. Primero toda alerta
      * de severidad E de ALERTAS.DAT que aun no tenga
      * seguimiento se da de alta en ALERTACK.DAT a nombre del
      * primario de guardia de su fecha (GUARDIA.DAT). Despues
      * cada alerta ABIERTA que lleve en su nivel los minutos de
      * GUARDIACFG.DAT sin reconocerse pasa al suplente, y del
      * suplente al supervisor; un nivel sin nombre en el rol se
      * salta. Cada alta y cada escalacion queda en
      * GUARDIALOG.DAT, y la escalacion sale ademas como alerta W
      * por el buzon para que el monitoreo avise al nuevo
      * responsable. DRIVER-NOCTURNO la llama tras cada paso de
      * la cadena; fuera de la cadena la corre el planificador
      * cada pocos minutos y MESA-ALERTAS al abrir la mesa.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO WS-ASIGNADAS.
           MOVE 0 TO WS-ESCALADAS.
           PERFORM LEER-CONFIGURACION.
           PERFORM CARGAR-GUARDIAS.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-DATE TO WS-MIN-FECHA.
           MOVE WS-SYS-TIME TO WS-MIN-HORA.
           PERFORM CALCULAR-MINUTOS.
           MOVE WS-MIN-RESULTADO TO WS-AHORA-MIN.

           OPEN I-O ALERTACK-FILE.
           IF WS-ALERTACK-FILE-STATUS = "35"
               OPEN OUTPUT ALERTACK-FILE
               CLOSE ALERTACK-FILE
               OPEN I-O ALERTACK-FILE
           END-IF.
           IF WS-ALERTACK-FILE-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ALERTACK.DAT ("
                   WS-ALERTACK-FILE-STATUS "); SIN ESCALACION."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ASIGNAR-NUEVAS.
           PERFORM ESCALAR-VENCIDAS.
           CLOSE ALERTACK-FILE.

           IF WS-ASIGNADAS > 0 OR WS-ESCALADAS > 0
               DISPLAY "GUARDIA: " WS-ASIGNADAS
                   " ALERTAS E ASIGNADAS, " WS-ESCALADAS
                   " ESCALADAS."
           END-IF.
           IF WS-DESBORDE = "S"
               DISPLAY "AVISO: GUARDIA.DAT TIENE MAS DE 200"
                   " RENGLONES; LOS DEMAS NO SE LEYERON."
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-CONFIGURACION.
           MOVE 15 TO WS-MINUTOS-ESCALA.
           OPEN INPUT GUARDIA-CONFIG-FILE.
           IF WS-GUARDCFG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ GUARDIA-CONFIG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM INTERPRETAR-CONFIGURACION
                   END-READ
               END-PERFORM
               CLOSE GUARDIA-CONFIG-FILE
           END-IF.

       INTERPRETAR-CONFIGURACION.
           MOVE SPACES TO WS-CFG-1 WS-CFG-2.
           UNSTRING GUARDCFG-LINE DELIMITED BY ALL SPACE
               INTO WS-CFG-1 WS-CFG-2.
           IF FUNCTION UPPER-CASE(WS-CFG-1) = "MINUTOS"
               IF FUNCTION TEST-NUMVAL(WS-CFG-2) = 0
                   AND FUNCTION NUMVAL(WS-CFG-2) >= 1
                   AND FUNCTION NUMVAL(WS-CFG-2) <= 99999
                   COMPUTE WS-MINUTOS-ESCALA =
                       FUNCTION NUMVAL(WS-CFG-2)
               END-IF
           END-IF.

       CARGAR-GUARDIAS.
           MOVE 0 TO WS-NUM-GUARDIAS.
           MOVE "N" TO WS-DESBORDE.
           OPEN INPUT GUARDIA-FILE.
           IF WS-GUARDIA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ GUARDIA-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF GUARDIA-DESDE IS NUMERIC
                               AND GUARDIA-HASTA IS NUMERIC
                               IF WS-NUM-GUARDIAS < 200
                                   ADD 1 TO WS-NUM-GUARDIAS
                                   PERFORM ANOTAR-GUARDIA
                               ELSE
                                   MOVE "S" TO WS-DESBORDE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIA-FILE
           END-IF.

       ANOTAR-GUARDIA.
           MOVE GUARDIA-DESDE TO WS-GU-DESDE(WS-NUM-GUARDIAS).
           MOVE GUARDIA-HASTA TO WS-GU-HASTA(WS-NUM-GUARDIAS).
           MOVE GUARDIA-PRIMARIO TO WS-GU-PRIMARIO(WS-NUM-GUARDIAS).
           MOVE GUARDIA-SUPLENTE TO WS-GU-SUPLENTE(WS-NUM-GUARDIAS).
           MOVE GUARDIA-SUPERVISOR
               TO WS-GU-SUPERVISOR(WS-NUM-GUARDIAS).

      *    La guardia de una fecha: el ultimo periodo que la cubre.
       BUSCAR-GUARDIA.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-GUARDIAS
               IF WS-GU-DESDE(WS-IDX) <= WS-MIN-FECHA
                   AND WS-GU-HASTA(WS-IDX) >= WS-MIN-FECHA
                   MOVE WS-IDX TO WS-HALLADO
               END-IF
           END-PERFORM.

      *    Minutos corridos de una fecha y hora (HHMMSScc), para
      *    medir esperas que cruzan la medianoche.
       CALCULAR-MINUTOS.
           COMPUTE WS-MIN-RESULTADO =
               FUNCTION INTEGER-OF-DATE(WS-MIN-FECHA) * 1440
               + WS-MH-HH * 60 + WS-MH-MM.

      *-----------------------------------------------------------
      * Alta de las alertas E nuevas. ALERTAS.DAT se recorre
      * entero cada vez; la llave del seguimiento (fecha, hora y
      * programa de la alerta) hace que una alerta ya dada de
      * alta no se repita.
      *-----------------------------------------------------------
       ASIGNAR-NUEVAS.
           OPEN INPUT ALERTAS-FILE.
           IF WS-ALERTAS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALERTAS-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ALERTA-SEVERIDAD = "E"
                               PERFORM REGISTRAR-ALERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERTAS-FILE
           END-IF.

       REGISTRAR-ALERTA.
           MOVE ALERTA-DATE TO ACK-DATE.
           MOVE ALERTA-TIME TO ACK-TIME.
           MOVE ALERTA-PROGRAMA TO ACK-PROGRAMA.
           READ ALERTACK-FILE.
           IF WS-ALERTACK-FILE-STATUS = "23"
               MOVE SPACES TO ALERTACK-RECORD
               MOVE ALERTA-DATE      TO ACK-DATE
               MOVE ALERTA-TIME      TO ACK-TIME
               MOVE ALERTA-PROGRAMA  TO ACK-PROGRAMA
               MOVE ALERTA-CLAVE     TO ACK-CLAVE
               MOVE ALERTA-MENSAJE   TO ACK-MENSAJE
               MOVE ALERTA-DATE TO WS-MIN-FECHA
               PERFORM BUSCAR-GUARDIA
               IF WS-HALLADO > 0
                   MOVE WS-GU-PRIMARIO(WS-HALLADO)   TO ACK-PRIMARIO
                   MOVE WS-GU-SUPLENTE(WS-HALLADO)   TO ACK-SUPLENTE
                   MOVE WS-GU-SUPERVISOR(WS-HALLADO)
                       TO ACK-SUPERVISOR
               END-IF
               MOVE "P"              TO ACK-NIVEL
               MOVE ACK-PRIMARIO     TO ACK-RESPONSABLE
               MOVE ALERTA-DATE      TO ACK-NIVEL-FECHA
               MOVE ALERTA-TIME      TO ACK-NIVEL-HORA
               MOVE 0                TO ACK-ESCALACIONES
               MOVE "ABIERTA"        TO ACK-ESTADO
               MOVE 0                TO ACK-FECHA-REC
               MOVE 0                TO ACK-HORA-REC
               MOVE 0                TO ACK-MINUTOS
               WRITE ALERTACK-RECORD
               IF WS-ALERTACK-FILE-STATUS = "00"
                   ADD 1 TO WS-ASIGNADAS
                   MOVE "ASIGNADA" TO WS-EVENTO
                   PERFORM GRABAR-BITACORA
               END-IF
           END-IF.

      *-----------------------------------------------------------
      * Escalacion: cada nivel tiene sus minutos contados desde
      * que recibio la alerta. En el supervisor la alerta ya no
      * sube mas; sigue ABIERTA en la mesa hasta que alguien la
      * reconozca.
      *-----------------------------------------------------------
       ESCALAR-VENCIDAS.
           MOVE 0 TO ACK-DATE ACK-TIME.
           MOVE SPACES TO ACK-PROGRAMA.
           START ALERTACK-FILE KEY NOT < ACK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ALERTACK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ACK-ESTADO = "ABIERTA"
                           AND ACK-NIVEL NOT = "V"
                           PERFORM REVISAR-VENCIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-VENCIMIENTO.
           MOVE ACK-NIVEL-FECHA TO WS-MIN-FECHA.
           MOVE ACK-NIVEL-HORA TO WS-MIN-HORA.
           PERFORM CALCULAR-MINUTOS.
           MOVE WS-MIN-RESULTADO TO WS-NIVEL-MIN.
           COMPUTE WS-TRANSCURRIDOS = WS-AHORA-MIN - WS-NIVEL-MIN.
           IF WS-TRANSCURRIDOS >= WS-MINUTOS-ESCALA
               PERFORM ESCALAR-ALERTA
           END-IF.

       ESCALAR-ALERTA.
           MOVE SPACE TO WS-NIVEL-NUEVO.
           MOVE SPACES TO WS-RESP-NUEVO.
           IF ACK-NIVEL = "P" AND ACK-SUPLENTE NOT = SPACES
               MOVE "S" TO WS-NIVEL-NUEVO
               MOVE ACK-SUPLENTE TO WS-RESP-NUEVO
               MOVE "SUPLENTE" TO WS-NIVEL-TEXTO
           ELSE
               IF ACK-SUPERVISOR NOT = SPACES
                   MOVE "V" TO WS-NIVEL-NUEVO
                   MOVE ACK-SUPERVISOR TO WS-RESP-NUEVO
                   MOVE "SUPERVISOR" TO WS-NIVEL-TEXTO
               END-IF
           END-IF.
           IF WS-RESP-NUEVO NOT = SPACES
               MOVE WS-NIVEL-NUEVO TO ACK-NIVEL
               MOVE WS-RESP-NUEVO  TO ACK-RESPONSABLE
               MOVE WS-SYS-DATE    TO ACK-NIVEL-FECHA
               MOVE WS-SYS-TIME    TO ACK-NIVEL-HORA
               IF ACK-ESCALACIONES < 9
                   ADD 1 TO ACK-ESCALACIONES
               END-IF
               REWRITE ALERTACK-RECORD
               IF WS-ALERTACK-FILE-STATUS = "00"
                   ADD 1 TO WS-ESCALADAS
                   MOVE "ESCALADA" TO WS-EVENTO
                   PERFORM GRABAR-BITACORA
                   PERFORM AVISAR-ESCALACION
               END-IF
           END-IF.

       AVISAR-ESCALACION.
           MOVE "ESCALA-ALERTAS" TO WS-ALR-PROGRAMA.
           MOVE "W" TO WS-ALR-SEVERIDAD.
           MOVE ACK-PROGRAMA TO WS-ALR-CLAVE.
           MOVE SPACES TO WS-ALR-MENSAJE.
           STRING "ALERTA E DEL " ACK-DATE " " ACK-TIME(1:4)
               " SIN RECONOCER: PASA AL " WS-NIVEL-TEXTO
               DELIMITED BY SIZE INTO WS-ALR-MENSAJE.
           CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
               WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE.

      *    El evento viene puesto en WS-EVENTO; los minutos se
      *    cuentan desde la alerta original.
       GRABAR-BITACORA.
           MOVE ACK-DATE TO WS-MIN-FECHA.
           MOVE ACK-TIME TO WS-MIN-HORA.
           PERFORM CALCULAR-MINUTOS.
           MOVE WS-MIN-RESULTADO TO WS-ALERTA-MIN.
           OPEN EXTEND GUARDLOG-FILE.
           IF WS-GUARDLOG-FILE-STATUS = "35"
               OPEN OUTPUT GUARDLOG-FILE
           END-IF.
           MOVE SPACES TO GUARDLOG-RECORD.
           MOVE WS-EVENTO       TO GLOG-EVENTO.
           MOVE WS-SYS-DATE     TO GLOG-FECHA.
           MOVE WS-SYS-TIME     TO GLOG-HORA.
           MOVE ACK-DATE        TO GLOG-ALERTA-DATE.
           MOVE ACK-TIME        TO GLOG-ALERTA-TIME.
           MOVE ACK-PROGRAMA    TO GLOG-PROGRAMA.
           MOVE ACK-NIVEL       TO GLOG-NIVEL.
           MOVE ACK-RESPONSABLE TO GLOG-PERSONA.
           IF WS-AHORA-MIN > WS-ALERTA-MIN
               COMPUTE GLOG-MINUTOS = WS-AHORA-MIN - WS-ALERTA-MIN
           ELSE
               MOVE 0 TO GLOG-MINUTOS
           END-IF.
           WRITE GUARDLOG-RECORD.
           CLOSE GUARDLOG-FILE.

       END PROGRAM ESCALA-ALERTAS.
