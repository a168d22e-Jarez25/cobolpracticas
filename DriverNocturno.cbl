               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRIDA-FILE-STATUS.

           SELECT PROGNOCHE-FILE ASSIGN TO "PROGNOCHE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGNOCHE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-SUMMARY-FILE.
           05 FILLER             PIC X.
           05 CAL-TIPO           PIC X.

      * Programa nocturno: un renglon por paso en el orden en que
      * corren. ALCANCE dice que detiene su falla: D solo a los
      * pasos que lo nombran como previo, T la cadena entera, N
      * nada (se registra y la noche sigue). CALENDARIO: F se
      * salta en feriado sin alimentacion de finanzas, A en noche
      * sin API. RC-FALLA es el RETURN-CODE desde el que el paso
      * cuenta como fallido (vacio = 08). Hasta cuatro previos,
      * que deben aparecer antes en el archivo. Renglones con "*"
      * en la columna 1 son comentarios.
       FD  PROGNOCHE-FILE.
       01 PROGNOCHE-RECORD.
           05 PNOC-PROGRAMA      PIC X(20).
           05 FILLER             PIC X.
           05 PNOC-ALCANCE       PIC X.
           05 FILLER             PIC X.
           05 PNOC-CALENDARIO    PIC X.
           05 FILLER             PIC X.
           05 PNOC-RC-FALLA      PIC X(2).
           05 PNOC-PREVIOS OCCURS 4 TIMES.
               10 FILLER         PIC X.
               10 PNOC-PREVIO    PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PASO-PROGRAMA       PIC X(20) VALUE SPACES.
       01 WS-PASO-RC             PIC 999 VALUE 0.
       01 WS-JOBSUM-FILE-STATUS  PIC XX VALUE "00".
       01 WS-EOF-JOBSUM          PIC X VALUE "N".
       01 WS-FORZAR              PIC X VALUE "N".
       01 WS-HOY                 PIC 9(8) VALUE 0.
       01 WS-VENTANA-FILE-STATUS PIC XX VALUE "00".
       01 WS-OPERSES-FILE-STATUS PIC XX VALUE "00".
       01 WS-ALR-PROGRAMA        PIC X(20) VALUE SPACES.
       01 WS-EOF-SES             PIC X VALUE "N".
       01 WS-SES-ABIERTAS        PIC S9(3) VALUE 0.
       01 WS-SES-TEXTO           PIC ZZ9.
       01 WS-PROGNOCHE-FILE-STATUS PIC XX VALUE "00".
       01 WS-EOF-PROG            PIC X VALUE "N".
       01 WS-PROGRAMA-VALIDO     PIC X VALUE "S".
       01 WS-RENGLON-PROG        PIC 9(3) VALUE 0.
       01 WS-ERROR-PROG          PIC X(40) VALUE SPACES.
       01 WS-NUM-PASOS           PIC 9(2) VALUE 0.
       01 WS-IDX                 PIC 9(2) VALUE 0.
       01 WS-J                   PIC 9(2) VALUE 0.
       01 WS-K                   PIC 9(2) VALUE 0.
       01 WS-BUSCA-NOMBRE        PIC X(20) VALUE SPACES.
       01 WS-BUSCA-HASTA         PIC 9(2) VALUE 0.
       01 WS-HALLADO-IDX         PIC 9(2) VALUE 0.
       01 WS-PREVIO-FALLIDO      PIC X(20) VALUE SPACES.
       01 WS-CADENA-DETENIDA     PIC X VALUE "N".
       01 WS-DIA-COMPLETO        PIC X VALUE "S".

      * El programa de siempre, para cuando no hay PROGNOCHE.DAT:
      * programa, alcance, calendario, RC de falla y los previos
      * por su numero de renglon en esta misma tabla.
       01 WS-PROGRAMA-FIJO.
           05 FILLER PIC X(32) VALUE "RESPALDA-MAESTROS   N 0800000000".
           05 FILLER PIC X(32) VALUE "CARGA-TASAS         DA0800000000".
           05 FILLER PIC X(32) VALUE "GENERA-RECURRENTES  D 0800000000".
           05 FILLER PIC X(32) VALUE "CALCULADORA-BASICA  DF0800000000".
           05 FILLER PIC X(32) VALUE "RECORDATORIOS-CUOTASD 0800000000".
           05 FILLER PIC X(32) VALUE "CONSUMIR-API        DA0800000000".
           05 FILLER PIC X(32) VALUE "RUTINAS-PROCESO     D 0800000000".
           05 FILLER PIC X(32) VALUE "RUTINAS-APROBACION  D 0800000000".
           05 FILLER PIC X(32) VALUE "APLICA-COBROS       D 0800000000".
           05 FILLER PIC X(32) VALUE "CARGOS-MORA         D 0809000000".
           05 FILLER PIC X(32) VALUE "AVISOS-COBRANZA     D 0809100000".
           05 FILLER PIC X(32) VALUE "FACTURACION-MENSUALD 0804000000".
           05 FILLER PIC X(32) VALUE "POSTEA-SALDOS       D 0804091012".
           05 FILLER PIC X(32) VALUE "CALIFICA-RIESGO     D 0813000000".
           05 FILLER PIC X(32) VALUE "PRUEBA-SALDOS       D 0413000000".
           05 FILLER PIC X(32) VALUE "MUESTRA-QA          D 0800000000".
           05 FILLER PIC X(32) VALUE "EXTRACTO-DIARIO     D 0804150000".
           05 FILLER PIC X(32) VALUE "CONCILIA-MAYOR      D 0815170000".
           05 FILLER PIC X(32) VALUE "MIDE-ARCHIVOS       N 0800000000".
           05 FILLER PIC X(32) VALUE "REPORTE-CAPACIDAD   N 0819000000".
       01 WS-PROGRAMA-FIJO-R REDEFINES WS-PROGRAMA-FIJO.
           05 WS-FIJO-ENTRY OCCURS 20 TIMES.
               10 WS-FIJO-PROGRAMA   PIC X(20).
               10 WS-FIJO-ALCANCE    PIC X.
               10 WS-FIJO-CALENDARIO PIC X.
               10 WS-FIJO-RC-FALLA   PIC 9(2).
               10 WS-FIJO-PREVIO     PIC 9(2) OCCURS 4 TIMES.

      * Los pasos de la noche con su resultado: HECHO = ya
      * completado hoy segun JOBSUM.DAT, FALLO = cuenta como
      * fallido para sus dependientes y para el cierre del dia.
       01 WS-TABLA-PASOS.
           05 WS-NOC-ENTRY OCCURS 30 TIMES.
               10 WS-NOC-PROGRAMA    PIC X(20).
               10 WS-NOC-ALCANCE     PIC X.
               10 WS-NOC-CALENDARIO  PIC X.
               10 WS-NOC-RC-FALLA    PIC 9(2).
               10 WS-NOC-PREVIO      PIC 9(2) OCCURS 4 TIMES.
               10 WS-NOC-HECHO       PIC X.
               10 WS-NOC-FALLO       PIC X.
               10 WS-NOC-RC          PIC 999.
               10 WS-NOC-RESUMEN     PIC X(20).

       COPY "SYSDATE.cpy".

       MAIN-PROCEDURE.
           DISPLAY "INICIANDO CORRIDA NOCTURNA...".
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-PROGRAMA.
           IF WS-PROGRAMA-VALIDO NOT = "S"
               DISPLAY "PROGRAMA NOCTURNO INVALIDO (PROGNOCHE.DAT):"
                   " LA CORRIDA NO ARRANCA."
               MOVE "DRIVER-NOCTURNO" TO WS-PASO-PROGRAMA
               MOVE 8 TO WS-PASO-RC
               MOVE "PROGRAMA INVALIDO" TO WS-PASO-NOTA
               PERFORM REGISTRAR-PASO
               GOBACK
           END-IF.
           PERFORM LEER-FORZAR.
           IF WS-FORZAR NOT = "S"
               PERFORM LEER-COMPLETADOS
               GOBACK
           END-IF.

      *    Con el entorno aprobado corre la cadena segun el
      *    programa nocturno, paso por paso y con el corte de
      *    ventana revisado antes de cada CALL. La falla de un
      *    paso detiene solo a los que dependen de el, salvo que
      *    el programa diga que detiene la cadena entera.
           MOVE "N" TO WS-CADENA-DETENIDA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PASOS
               PERFORM VERIFICAR-CORTE
               IF WS-CORTE-ALCANZADO NOT = "S"
                   AND WS-CADENA-DETENIDA NOT = "S"
                   PERFORM EJECUTAR-PASO
               END-IF
           END-PERFORM.

           DISPLAY "RESUMEN DE LA CORRIDA NOCTURNA:".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PASOS
               DISPLAY "  " WS-NOC-PROGRAMA(WS-IDX) ": "
                   WS-NOC-RC(WS-IDX) " " WS-NOC-RESUMEN(WS-IDX)
           END-PERFORM.

      *    El ultimo dia habil del mes, o mientras quede un fin de
      *    mes a medias, sigue la cadena mensual bajo el mismo
      *    candado y el mismo id de corrida; su punto de control
      *    es propio, asi que una falla ahi no frena el rolado.
           PERFORM VERIFICAR-CORTE.
           IF WS-CORTE-ALCANZADO NOT = "S"
               AND WS-CADENA-DETENIDA NOT = "S"
               CALL "CADENA-MENSUAL"
                   ON EXCEPTION
                       DISPLAY "NO SE PUDO LLAMAR CADENA-MENSUAL."
               END-CALL
           END-IF.

      *    Ultimo paso: el informe matinal consolida la evidencia
      *    de la noche en una pagina con veredicto, listo para
      *    cuando el operador se siente.
      *    completo: sin corte de ventana y sin paso caido. Una
      *    noche a medias deja FECHANEG.DAT donde estaba, y la
      *    recorrida sigue posteando al mismo dia de negocio.
      *    Un libro de saldos descuadrado tambien deja el dia
      *    abierto: la poliza no salio y debe salir sobre el
      *    mismo dia una vez corregido. Un paso bloqueado por su
      *    previo cuenta igual que uno caido.
           PERFORM EVALUAR-DIA-COMPLETO.
           IF WS-DIA-COMPLETO = "S"
               CALL "ROLA-FECHA"
               MOVE RETURN-CODE TO WS-PASO-RC
               MOVE "ROLA-FECHA" TO WS-PASO-PROGRAMA
               PERFORM REGISTRAR-PASO
      *        Los cambios de parametros programados para el dia
      *        que abre quedan aplicados antes de la primera sesion.
               CALL "APLICA-PARAMETROS"
               MOVE RETURN-CODE TO WS-PASO-RC
               MOVE "APLICA-PARAMETROS" TO WS-PASO-PROGRAMA
               PERFORM REGISTRAR-PASO
      *        Con el mes nuevo abierto, los meses cerrados de las
      *        bitacoras pasan a sus archivos fechados.
               CALL "ROTA-BITACORAS"
               MOVE RETURN-CODE TO WS-PASO-RC
               MOVE "ROTA-BITACORAS" TO WS-PASO-PROGRAMA
               PERFORM REGISTRAR-PASO
           ELSE
               DISPLAY "DIA INCOMPLETO: LA FECHA DE NEGOCIO NO"
                   " AVANZA."
           END-IF.
      *    El candado se suelta hasta aqui: el rolado de fecha, los
      *    parametros y la rotacion de bitacoras reescriben
      *    archivos que una sesion interactiva tendria abiertos.
           PERFORM SOLTAR-LOCK.
           PERFORM LIMPIAR-IDENTIDAD.
           GOBACK.

           CLOSE OPERSES-FILE.

      *    Soltar el candado solo libera RUNLOCK: la identidad de
      *    la corrida (OPERSES y CORRIDA) se borra aparte en
      *    LIMPIAR-IDENTIDAD, al final de MAIN-PROCEDURE, asi que
      *    todo paso hasta ahi lleva el operador NOCTURNO y el id
      *    de la corrida en sus asientos.
       SOLTAR-LOCK.
           OPEN OUTPUT RUNLOCK-FILE.
           CLOSE RUNLOCK-FILE.
                   " SESIONES.DAT. VERIFICA ANTES DE CONTINUAR."
           END-IF.

      *-----------------------------------------------------------
      * Recorrida tras una caida: los pasos que JOBSUM.DAT ya
      * registra hoy con RETURN-CODE cero no se repiten (repetir
      * CALCULADORA-BASICA duplicaria todo lo que ya asento), y la
      * corrida reanuda en el primer paso fallido o faltante.
      * Vale para cualquier paso del programa nocturno; un paso
      * bloqueado por su previo quedo con RC 8 y tambien se
      * recorre. FORZAR.DAT con "S" es la anulacion del operador
      * para correr todo desde arriba; se limpia al leerse.
      *-----------------------------------------------------------
       LEER-COMPLETADOS.
           OPEN INPUT JOB-SUMMARY-FILE.
           IF WS-JOBSUM-FILE-STATUS = "00"
               MOVE WS-NUM-PASOS TO WS-BUSCA-HASTA
               MOVE "N" TO WS-EOF-JOBSUM
               PERFORM UNTIL WS-EOF-JOBSUM = "Y"
                   READ JOB-SUMMARY-FILE
                       NOT AT END
                           IF JOBSUM-DATE = WS-HOY
                               AND JOBSUM-RETCODE = 0
                               AND JOBSUM-NOTA(1:10) NOT = "FIN DE MES"
                               MOVE JOBSUM-PROGRAMA
                                   TO WS-BUSCA-NOMBRE
                               PERFORM BUSCAR-PASO
                               IF WS-HALLADO-IDX > 0
                                   MOVE "S" TO
                                       WS-NOC-HECHO(WS-HALLADO-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORZAR-FILE
           END-IF.

      *-----------------------------------------------------------
      * Programa nocturno de PROGNOCHE.DAT; sin archivo, la tabla
      * fija de siempre. Un archivo con un renglon malformado, un
      * paso repetido o un previo que no aparece antes se rechaza
      * completo: la noche no arranca con un orden a medias.
      *-----------------------------------------------------------
       CARGAR-PROGRAMA.
           MOVE 0 TO WS-NUM-PASOS.
           MOVE 0 TO WS-RENGLON-PROG.
           MOVE "S" TO WS-PROGRAMA-VALIDO.
           OPEN INPUT PROGNOCHE-FILE.
           IF WS-PROGNOCHE-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-PROG
               PERFORM UNTIL WS-EOF-PROG = "Y"
                   READ PROGNOCHE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PROG
                       NOT AT END
                           PERFORM AGREGAR-PASO-ARCHIVO
                   END-READ
               END-PERFORM
               CLOSE PROGNOCHE-FILE
               IF WS-NUM-PASOS = 0
                   MOVE "SIN PASOS" TO WS-ERROR-PROG
                   PERFORM RECHAZAR-PROGRAMA
               END-IF
           ELSE
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 20
                   ADD 1 TO WS-NUM-PASOS
                   MOVE WS-FIJO-PROGRAMA(WS-J)
                       TO WS-NOC-PROGRAMA(WS-NUM-PASOS)
                   MOVE WS-FIJO-ALCANCE(WS-J)
                       TO WS-NOC-ALCANCE(WS-NUM-PASOS)
                   MOVE WS-FIJO-CALENDARIO(WS-J)
                       TO WS-NOC-CALENDARIO(WS-NUM-PASOS)
                   MOVE WS-FIJO-RC-FALLA(WS-J)
                       TO WS-NOC-RC-FALLA(WS-NUM-PASOS)
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       MOVE WS-FIJO-PREVIO(WS-J, WS-K)
                           TO WS-NOC-PREVIO(WS-NUM-PASOS, WS-K)
                   END-PERFORM
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PASOS
               MOVE "N" TO WS-NOC-HECHO(WS-IDX)
               MOVE "N" TO WS-NOC-FALLO(WS-IDX)
               MOVE 0 TO WS-NOC-RC(WS-IDX)
               MOVE "NO CORRIO" TO WS-NOC-RESUMEN(WS-IDX)
           END-PERFORM.

       AGREGAR-PASO-ARCHIVO.
           ADD 1 TO WS-RENGLON-PROG.
           IF PNOC-PROGRAMA = SPACES
               OR PROGNOCHE-RECORD(1:1) = "*"
               CONTINUE
           ELSE
           IF WS-NUM-PASOS = 30
               MOVE "MAS DE 30 PASOS" TO WS-ERROR-PROG
               PERFORM RECHAZAR-PROGRAMA
           ELSE
               MOVE PNOC-PROGRAMA TO WS-BUSCA-NOMBRE
               MOVE WS-NUM-PASOS TO WS-BUSCA-HASTA
               PERFORM BUSCAR-PASO
               ADD 1 TO WS-NUM-PASOS
               MOVE PNOC-PROGRAMA TO WS-NOC-PROGRAMA(WS-NUM-PASOS)
               MOVE PNOC-ALCANCE TO WS-NOC-ALCANCE(WS-NUM-PASOS)
               MOVE PNOC-CALENDARIO
                   TO WS-NOC-CALENDARIO(WS-NUM-PASOS)
               IF WS-HALLADO-IDX > 0
                   MOVE "PASO REPETIDO" TO WS-ERROR-PROG
                   PERFORM RECHAZAR-PROGRAMA
               END-IF
               IF PNOC-ALCANCE NOT = "D" AND PNOC-ALCANCE NOT = "T"
                   AND PNOC-ALCANCE NOT = "N"
                   MOVE "ALCANCE DEBE SER D, T O N" TO WS-ERROR-PROG
                   PERFORM RECHAZAR-PROGRAMA
               END-IF
               IF PNOC-CALENDARIO NOT = SPACE
                   AND PNOC-CALENDARIO NOT = "F"
                   AND PNOC-CALENDARIO NOT = "A"
                   MOVE "CALENDARIO DEBE SER F, A O VACIO"
                       TO WS-ERROR-PROG
                   PERFORM RECHAZAR-PROGRAMA
               END-IF
               IF PNOC-RC-FALLA = SPACES
                   MOVE 8 TO WS-NOC-RC-FALLA(WS-NUM-PASOS)
               ELSE
               IF PNOC-RC-FALLA IS NUMERIC
                   AND PNOC-RC-FALLA NOT = "00"
                   MOVE PNOC-RC-FALLA
                       TO WS-NOC-RC-FALLA(WS-NUM-PASOS)
               ELSE
                   MOVE "RC DE FALLA INVALIDO" TO WS-ERROR-PROG
                   PERFORM RECHAZAR-PROGRAMA
               END-IF
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                   PERFORM RESOLVER-PREVIO
               END-PERFORM
           END-IF
           END-IF.

       RESOLVER-PREVIO.
           MOVE 0 TO WS-NOC-PREVIO(WS-NUM-PASOS, WS-K).
           IF PNOC-PREVIO(WS-K) NOT = SPACES
               MOVE PNOC-PREVIO(WS-K) TO WS-BUSCA-NOMBRE
               COMPUTE WS-BUSCA-HASTA = WS-NUM-PASOS - 1
               PERFORM BUSCAR-PASO
               IF WS-HALLADO-IDX = 0
                   MOVE SPACES TO WS-ERROR-PROG
                   STRING "PREVIO " DELIMITED BY SIZE
                       PNOC-PREVIO(WS-K) DELIMITED BY SPACE
                       " NO VA ANTES" DELIMITED BY SIZE
                       INTO WS-ERROR-PROG
                   PERFORM RECHAZAR-PROGRAMA
               ELSE
                   MOVE WS-HALLADO-IDX
                       TO WS-NOC-PREVIO(WS-NUM-PASOS, WS-K)
               END-IF
           END-IF.

       RECHAZAR-PROGRAMA.
           MOVE "N" TO WS-PROGRAMA-VALIDO.
           DISPLAY "PROGNOCHE.DAT RENGLON " WS-RENGLON-PROG ": "
               WS-ERROR-PROG.

      *    Busca WS-BUSCA-NOMBRE entre los pasos 1 a WS-BUSCA-HASTA;
      *    WS-HALLADO-IDX queda en cero si no esta.
       BUSCAR-PASO.
           MOVE 0 TO WS-HALLADO-IDX.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-BUSCA-HASTA
                      OR WS-HALLADO-IDX > 0
               IF WS-NOC-PROGRAMA(WS-J) = WS-BUSCA-NOMBRE
                   MOVE WS-J TO WS-HALLADO-IDX
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * Un paso de la noche: se omite si ya corrio hoy, queda
      * bloqueado si fallo alguno de sus previos, se salta si el
      * calendario lo excluye, y si no se llama. Su falla marca a
      * sus dependientes; con alcance T detiene la cadena igual
      * que un corte de ventana, reanudable desde este paso.
      *-----------------------------------------------------------
       EJECUTAR-PASO.
           MOVE WS-NOC-PROGRAMA(WS-IDX) TO WS-PASO-PROGRAMA.
           IF WS-NOC-HECHO(WS-IDX) = "S"
               DISPLAY FUNCTION TRIM(WS-PASO-PROGRAMA)
                   " YA COMPLETADO HOY, SE OMITE."
               MOVE "YA COMPLETADO" TO WS-NOC-RESUMEN(WS-IDX)
           ELSE
               PERFORM REVISAR-PREVIOS
               IF WS-PREVIO-FALLIDO NOT = SPACES
                   PERFORM BLOQUEAR-PASO
               ELSE
               IF (WS-NOC-CALENDARIO(WS-IDX) = "F"
                       AND WS-CAL-SIN-FINANZAS = "S")
                   OR (WS-NOC-CALENDARIO(WS-IDX) = "A"
                       AND WS-CAL-SIN-API = "S")
                   PERFORM SALTAR-POR-CALENDARIO
               ELSE
                   PERFORM CORRER-PASO
               END-IF
               END-IF
           END-IF.

       REVISAR-PREVIOS.
           MOVE SPACES TO WS-PREVIO-FALLIDO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE WS-NOC-PREVIO(WS-IDX, WS-K) TO WS-J
               IF WS-J > 0 AND WS-PREVIO-FALLIDO = SPACES
                   IF WS-NOC-FALLO(WS-J) = "S"
                       MOVE WS-NOC-PROGRAMA(WS-J) TO WS-PREVIO-FALLIDO
                   END-IF
               END-IF
           END-PERFORM.

       BLOQUEAR-PASO.
           DISPLAY FUNCTION TRIM(WS-PASO-PROGRAMA)
               " NO CORRE: FALLO SU PREVIO "
               FUNCTION TRIM(WS-PREVIO-FALLIDO) ".".
           MOVE 8 TO WS-PASO-RC.
           MOVE 8 TO WS-NOC-RC(WS-IDX).
           MOVE "BLOQUEADO POR PREVIO" TO WS-PASO-NOTA.
           MOVE "BLOQUEADO POR PREVIO" TO WS-NOC-RESUMEN(WS-IDX).
           IF WS-NOC-ALCANCE(WS-IDX) NOT = "N"
               MOVE "S" TO WS-NOC-FALLO(WS-IDX)
           END-IF.
           PERFORM REGISTRAR-PASO.

       SALTAR-POR-CALENDARIO.
           IF WS-NOC-CALENDARIO(WS-IDX) = "F"
               DISPLAY "FERIADO SEGUN CALENDARIO: SIN"
                   " ALIMENTACION DE FINANZAS, SE SALTA "
                   FUNCTION TRIM(WS-PASO-PROGRAMA) "."
           ELSE
               DISPLAY "NOCHE SIN API SEGUN CALENDARIO, SE"
                   " SALTA " FUNCTION TRIM(WS-PASO-PROGRAMA) "."
           END-IF.
           MOVE 0 TO WS-PASO-RC.
           MOVE "SALTADO CALENDARIO" TO WS-PASO-NOTA.
           MOVE "SALTADO CALENDARIO" TO WS-NOC-RESUMEN(WS-IDX).
           PERFORM REGISTRAR-PASO.

       CORRER-PASO.
           IF WS-PASO-PROGRAMA = "CALCULADORA-BASICA"
               PERFORM ESCRIBIR-MODO-CALCULADORA
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CALL WS-PASO-PROGRAMA
               ON EXCEPTION
                   DISPLAY "NO SE PUDO LLAMAR "
                       FUNCTION TRIM(WS-PASO-PROGRAMA) "."
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-PASO-RC.
           MOVE WS-PASO-RC TO WS-NOC-RC(WS-IDX).
           MOVE "CORRIDO" TO WS-NOC-RESUMEN(WS-IDX).
           PERFORM REGISTRAR-PASO.
           IF WS-NOC-ALCANCE(WS-IDX) NOT = "N"
               AND WS-NOC-RC(WS-IDX) >= WS-NOC-RC-FALLA(WS-IDX)
               MOVE "S" TO WS-NOC-FALLO(WS-IDX)
               IF WS-NOC-ALCANCE(WS-IDX) = "T"
                   MOVE "S" TO WS-CADENA-DETENIDA
                   DISPLAY FUNCTION TRIM(WS-NOC-PROGRAMA(WS-IDX))
                       " FALLO CON RC " WS-NOC-RC(WS-IDX)
                       ": LA CADENA SE DETIENE."
                   MOVE "DRIVER-NOCTURNO" TO WS-PASO-PROGRAMA
                   MOVE 8 TO WS-PASO-RC
                   MOVE "CADENA DETENIDA" TO WS-PASO-NOTA
                   PERFORM REGISTRAR-PASO
               END-IF
           END-IF.

      *    El dia cierra sin corte, sin cadena detenida y sin paso
      *    fallido ni bloqueado; los de alcance N no cuentan.
       EVALUAR-DIA-COMPLETO.
           MOVE "S" TO WS-DIA-COMPLETO.
           IF WS-CORTE-ALCANZADO = "S" OR WS-CADENA-DETENIDA = "S"
               MOVE "N" TO WS-DIA-COMPLETO
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-PASOS
               IF WS-NOC-FALLO(WS-IDX) = "S"
                   MOVE "N" TO WS-DIA-COMPLETO
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------
      * CALCULADORA-BASICA's MODO BATCH? prompt has nobody at the
      * terminal to answer it during an unattended run, so this
      * leaves "S" in CALCMODO.DAT beforehand - the same control-
      * file handoff convention used for RUTINASCFG.DAT/APICFG.DAT
      * elsewhere - telling it to go straight to PROCESO-LOTE
      * against the CALCIN.DAT records already queued for tonight.
      *-----------------------------------------------------------
       ESCRIBIR-MODO-CALCULADORA.
           OPEN OUTPUT CALC-MODE-FILE.
           MOVE "S" TO CALCMODO-LINE.
               CALL "EMITE-ALERTA" USING WS-ALR-PROGRAMA
                   WS-ALR-SEVERIDAD WS-ALR-CLAVE WS-ALR-MENSAJE
           END-IF.
      *    Entre paso y paso la guardia: toda alerta E nueva queda
      *    a nombre del primario y la que nadie reconocio a tiempo
      *    sube al suplente o al supervisor.
           CALL "ESCALA-ALERTAS".
           MOVE SPACES TO WS-PASO-NOTA.

       END PROGRAM DRIVER-NOCTURNO.
