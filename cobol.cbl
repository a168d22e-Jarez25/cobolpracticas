       01 WS-PWD-ENTERO PIC 9(7) VALUE 0.
       01 WS-EDAD-PWD PIC S9(5) VALUE 0.
       01 WS-NUEVA-PASSWORD PIC X(10) VALUE SPACES.
       01 WS-HASH-TECLEADO PIC X(20) VALUE SPACES.
       01 WS-CUADRE-MODO PIC X VALUE SPACE.
       01 WS-CUADRE-RESULTADO PIC X VALUE "S".
       01 WS-SESION-FECHA PIC 9(8) VALUE 0.
       01 WS-SESION-HORA PIC 9(8) VALUE 0.

      * Copia en memoria de OPERADORES.DAT, para validar la firma
      * y persistir las fallas igual que RUTINAS-APROBACION.
       01 WS-TABLA-OPERS.
           05 WS-OPR-ENTRY OCCURS 100 TIMES.
               10 WS-OPR-ID        PIC X(10).
               10 WS-OPR-SALT      PIC X(8).
               10 WS-OPR-HASH      PIC X(20).
               10 WS-OPR-ROL       PIC X.
               10 WS-OPR-ESTADO    PIC X.
               10 WS-OPR-FALLAS    PIC 9.
               10 WS-OPR-PWD-FECHA PIC 9(8).
               10 WS-OPR-ULT-LOGIN PIC 9(8).
               10 WS-OPR-SUCURSAL  PIC X(3).
               10 WS-OPR-MATRIZ    PIC X.

       COPY "SYSDATE.cpy".

                STOP RUN
            END-IF.
            PERFORM FIRMAR-OPERADOR.
            IF WS-OPERADOR-VALIDO = "S"
                PERFORM REVISAR-CUADRES
            END-IF.
            IF WS-OPERADOR-VALIDO = "S"
                DISPLAY "BIENVENIDO " FUNCTION TRIM(WS-OPERADOR-ID)
                    " (ROL " WS-ROL ")"
                MOVE "MENU-PRINCIPAL" TO WS-SES-PROG
                CALL "REGISTRA-SESION"
                    USING WS-SES-EVENTO WS-SES-PROG
                ACCEPT WS-SESION-FECHA FROM DATE YYYYMMDD
                ACCEPT WS-SESION-HORA FROM TIME
                PERFORM UNTIL WS-OPCION-MENU = 0
                    PERFORM MOSTRAR-MENU
                END-PERFORM
                PERFORM CUADRAR-TURNO
                MOVE "FIN" TO WS-SES-EVENTO
                MOVE "MENU-PRINCIPAL" TO WS-SES-PROG
                CALL "REGISTRA-SESION"
           OPEN OUTPUT OPERSES-FILE.
           CLOSE OPERSES-FILE.

      *-----------------------------------------------------------
      * Cuadre de la hoja de turno: al salir el operador declara
      * cuenta y total contra lo asentado desde su firma, y un
      * turno descuadrado sin liberar por un supervisor le detiene
      * la firma siguiente.
      *-----------------------------------------------------------
       CUADRAR-TURNO.
           MOVE "C" TO WS-CUADRE-MODO.
           CALL "CUADRA-TURNO" USING WS-CUADRE-MODO WS-OPERADOR-ID
               WS-SESION-FECHA WS-SESION-HORA WS-CUADRE-RESULTADO.

       REVISAR-CUADRES.
           MOVE "F" TO WS-CUADRE-MODO.
           CALL "CUADRA-TURNO" USING WS-CUADRE-MODO WS-OPERADOR-ID
               WS-SESION-FECHA WS-SESION-HORA WS-CUADRE-RESULTADO.
           IF WS-CUADRE-RESULTADO NOT = "S"
               MOVE "N" TO WS-OPERADOR-VALIDO
           END-IF.

      *-----------------------------------------------------------
      * Firma contra el archivo de operadores: cuenta activa y
      * password correcta, con tres oportunidades. Las fallas se
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------
      * Se cifra lo tecleado con la sal del operador y se compara
      * contra el cifrado guardado; el password en claro no se
      * guarda en ninguna parte.
      *-----------------------------------------------------------
       VERIFICAR-PASSWORD.
           MOVE SPACES TO WS-HASH-TECLEADO.
           IF WS-OPR-HASH(WS-O) NOT = SPACES
               CALL "CIFRA-PASSWORD" USING WS-OPERADOR-PASSWORD
                   WS-OPR-SALT(WS-O) WS-HASH-TECLEADO
           END-IF.
           MOVE SPACES TO WS-OPERADOR-PASSWORD.
           IF WS-HASH-TECLEADO NOT = SPACES
               AND WS-HASH-TECLEADO = WS-OPR-HASH(WS-O)
               MOVE 0 TO WS-OPR-FALLAS(WS-O)
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE WS-SYS-DATE TO WS-OPR-ULT-LOGIN(WS-O)
           IF WS-EDAD-PWD > WS-DIAS-EXPIRA
               DISPLAY "TU PASSWORD VENCIO. INGRESA UNA NUEVA:"
               ACCEPT WS-NUEVA-PASSWORD
               MOVE SPACES TO WS-OPR-SALT(WS-O)
               CALL "CIFRA-PASSWORD" USING WS-NUEVA-PASSWORD
                   WS-OPR-SALT(WS-O) WS-OPR-HASH(WS-O)
               MOVE SPACES TO WS-NUEVA-PASSWORD
               MOVE WS-SYS-DATE TO WS-OPR-PWD-FECHA(WS-O)
               DISPLAY "PASSWORD ACTUALIZADA."
           END-IF.
           DISPLAY "40. CLIENTE 360 (VISTA COMPLETA)".
           DISPLAY "42. COMPARATIVO INTERANUAL".
           DISPLAY "44. DIARIO DE RELEVO DE TURNO".
           DISPLAY "45. HISTORIA DE AVISOS DE COBRANZA".
           DISPLAY "52. ENSOBRETADO DE ESTADOS DE CUENTA".
           DISPLAY "53. CASOS DE DISPUTA".
           DISPLAY "61. RECAPTURA DE MUESTRA QA".
           DISPLAY "72. MESA DE ALERTAS (GUARDIA)".
           IF WS-ROL = "2" OR WS-ROL = "S"
               DISPLAY "2. CONSUMIR-API"
               DISPLAY "3. RUTINAS - PROCESO POR PASOS"
               DISPLAY "36. REPARACION DE RECHAZOS DEL LOTE"
               DISPLAY "37. RECONSTRUYE CAMINO POR CLIENTE"
               DISPLAY "41. LIBERACION DE SUSPENSOS"
               DISPLAY "46. LIQUIDACION Y REPROGRAMACION DE PLANES"
               DISPLAY "47. REVALUACION CAMBIARIA DE FIN DE MES"
               DISPLAY "50. BARRIDO MENSUAL DE CLIENTES INACTIVOS"
               DISPLAY "55. CALIFICA RIESGO DE CLIENTES"
               DISPLAY "56. CAMBIOS DE GRADO DE RIESGO"
               DISPLAY "57. PRUEBA DEL LIBRO DE SALDOS"
               DISPLAY "58. VERIFICA CALCULOS DE LA HISTORIA"
               DISPLAY "59. VERIFICA INTEGRIDAD DE MAESTROS"
               DISPLAY "62. INFORME MENSUAL DE CALIDAD DE CAPTURA"
               DISPLAY "64. REPORTE DE CONSULTAS A CLIENTES"
               DISPLAY "65. MANTENIMIENTO DE PARAMETROS"
               DISPLAY "67. INSTRUCCIONES PERMANENTES"
               DISPLAY "68. REPORTE DE REDONDEO"
               DISPLAY "70. REVISION DE LISTA DE VIGILANCIA"
               DISPLAY "71. CIRCUITOS DE LA API"
               DISPLAY "73. TIEMPOS DE RECONOCIMIENTO DE ALERTAS"
               DISPLAY "74. FRACCIONAMIENTO BAJO LIMITES"
           END-IF.
           IF WS-ROL = "2" OR WS-ROL = "S"
               DISPLAY "23. MANTENIMIENTO DE CLIENTES"
               DISPLAY "27. REVISION DE ESCALADOS (SUPERVISOR)"
               DISPLAY "35. APROBACION DE REVERSAS (SUPERVISOR)"
               DISPLAY "43. RECUPERACION DE HISTORIA (RESTAURO)"
               DISPLAY "48. APROBACION DE TASAS DE CAMBIO (SUPERVISOR)"
               DISPLAY "49. FUSION DE CLIENTES (SUPERVISOR)"
               DISPLAY "51. APROBACION DE INACTIVACIONES (SUPERVISOR)"
               DISPLAY "54. ANTIGUEDAD DE DISPUTAS"
               DISPLAY "60. REPARA INTEGRIDAD DE MAESTROS"
               DISPLAY "63. RECERTIFICACION DE ACCESOS"
               DISPLAY "66. REORGANIZACION DE INDEXADOS"
               DISPLAY "69. CONVERSION A SUCURSALES"
           END-IF.
           DISPLAY "0. SALIR".
           DISPLAY "SELECCIONA UNA OPCION:".
                       CALL "RECUPERA-HISTORIA"
                   WHEN 44
                       CALL "DIARIO-TURNOS"
                   WHEN 45
                       CALL "CONSULTA-AVISOS"
                   WHEN 46
                       CALL "MANTIENE-PLANES"
                   WHEN 47
                       CALL "REVALUA-MONEDAS"
                   WHEN 48
                       CALL "APRUEBA-TASAS"
                   WHEN 49
                       CALL "FUSIONA-CLIENTES"
                   WHEN 50
                       CALL "BARRE-INACTIVOS"
                   WHEN 51
                       CALL "APRUEBA-INACTIVOS"
                   WHEN 52
                       CALL "ENVIA-ESTADOS"
                   WHEN 53
                       CALL "MANTIENE-DISPUTAS"
                   WHEN 54
                       CALL "REPORTE-DISPUTAS"
                   WHEN 55
                       CALL "CALIFICA-RIESGO"
                   WHEN 56
                       CALL "REPORTE-RIESGO"
                   WHEN 57
                       CALL "PRUEBA-SALDOS"
                   WHEN 58
                       CALL "VERIFICA-CALCULOS"
                   WHEN 59
                       CALL "VERIFICA-INTEGRIDAD"
                   WHEN 60
                       CALL "REPARA-INTEGRIDAD"
                   WHEN 61
                       CALL "RECAPTURA-QA"
                   WHEN 62
                       CALL "REPORTE-QA"
                   WHEN 63
                       CALL "RECERTIFICA-ACCESOS"
                   WHEN 64
                       CALL "REPORTE-ACCESOS"
                   WHEN 65
                       CALL "MANTIENE-PARAMETROS"
                   WHEN 66
                       CALL "REORGANIZA-INDEXADOS"
                   WHEN 67
                       CALL "MANTIENE-RECURRENTES"
                   WHEN 68
                       CALL "REPORTE-REDONDEO"
                   WHEN 69
                       CALL "CONVIERTE-SUCURSALES"
                   WHEN 70
                       CALL "REVISA-VIGILANCIA"
                   WHEN 71
                       CALL "MANTIENE-CIRCUITOS"
                   WHEN 72
                       CALL "MESA-ALERTAS"
                   WHEN 73
                       CALL "REPORTE-GUARDIA"
                   WHEN 74
                       CALL "REPORTE-FRACCION"
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
               WHEN 40
               WHEN 42
               WHEN 44
               WHEN 45
               WHEN 52
               WHEN 53
               WHEN 61
               WHEN 72
                   MOVE "S" TO WS-PERMITIDO
               WHEN 2
               WHEN 3
               WHEN 36
               WHEN 37
               WHEN 41
               WHEN 46
               WHEN 47
               WHEN 50
               WHEN 55
               WHEN 56
               WHEN 57
               WHEN 58
               WHEN 59
               WHEN 62
               WHEN 64
               WHEN 65
               WHEN 67
               WHEN 68
               WHEN 70
               WHEN 71
               WHEN 73
               WHEN 74
                   IF WS-ROL = "2" OR WS-ROL = "S"
                       MOVE "S" TO WS-PERMITIDO
                   END-IF
               WHEN 27
               WHEN 35
               WHEN 43
               WHEN 48
               WHEN 49
               WHEN 51
               WHEN 54
               WHEN 60
               WHEN 63
               WHEN 66
               WHEN 69
                   IF WS-ROL = "S"
                       MOVE "S" TO WS-PERMITIDO
                   END-IF
           END-EVALUATE.

       CARGAR-OPERADORES.
           CALL "CONVIERTE-PASSWORDS".
           MOVE 0 TO WS-NUM-OPERS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-FILE-STATUS = "00"
      *-----------------------------------------------------------
       GUARDAR-EN-TABLA.
           MOVE OPER-ID       TO WS-OPR-ID(WS-NUM-OPERS).
           MOVE OPER-SALT     TO WS-OPR-SALT(WS-NUM-OPERS).
           MOVE OPER-HASH     TO WS-OPR-HASH(WS-NUM-OPERS).
           IF OPER-ROL = "1" OR OPER-ROL = "2" OR OPER-ROL = "S"
               MOVE OPER-ROL TO WS-OPR-ROL(WS-NUM-OPERS)
           ELSE
           ELSE
               MOVE 0 TO WS-OPR-ULT-LOGIN(WS-NUM-OPERS)
           END-IF.
           MOVE OPER-SUCURSAL TO WS-OPR-SUCURSAL(WS-NUM-OPERS).
           MOVE OPER-MATRIZ   TO WS-OPR-MATRIZ(WS-NUM-OPERS).

       GUARDAR-OPERADORES.
           OPEN OUTPUT OPERATOR-FILE.
                   UNTIL WS-IDX > WS-NUM-OPERS
               MOVE SPACES TO OPERATOR-RECORD
               MOVE WS-OPR-ID(WS-IDX)        TO OPER-ID
               MOVE WS-OPR-SALT(WS-IDX)      TO OPER-SALT
               MOVE WS-OPR-HASH(WS-IDX)      TO OPER-HASH
               MOVE WS-OPR-ROL(WS-IDX)       TO OPER-ROL
               MOVE WS-OPR-ESTADO(WS-IDX)    TO OPER-ESTADO
               MOVE WS-OPR-FALLAS(WS-IDX)    TO OPER-FALLAS
               MOVE WS-OPR-PWD-FECHA(WS-IDX) TO OPER-PWD-FECHA
               MOVE WS-OPR-ULT-LOGIN(WS-IDX) TO OPER-ULT-LOGIN
               MOVE WS-OPR-SUCURSAL(WS-IDX)  TO OPER-SUCURSAL
               MOVE WS-OPR-MATRIZ(WS-IDX)    TO OPER-MATRIZ
               WRITE OPERATOR-RECORD
           END-PERFORM.
           CLOSE OPERATOR-FILE.
