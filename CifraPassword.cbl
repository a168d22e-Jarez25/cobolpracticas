       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRA-PASSWORD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HORA                PIC 9(8) VALUE 0.
       01 WS-LLAMADAS            PIC 9(8) VALUE 0.
       01 WS-SEMILLA             PIC 9(9) VALUE 0.
       01 WS-AZAR                PIC 9V9(9) VALUE 0.
       01 WS-SALT-NUM            PIC 9(8) VALUE 0.
       01 WS-VUELTA              PIC 9(4) VALUE 0.
       01 WS-I                   PIC 9(2) VALUE 0.
       01 WS-COD                 PIC 9(3) VALUE 0.
       01 WS-H1                  PIC 9(10) VALUE 0.
       01 WS-H2                  PIC 9(10) VALUE 0.
       01 WS-MEZCLA              PIC X(18) VALUE SPACES.
       01 WS-RESULTADO.
           05 WS-RES-H1          PIC 9(10).
           05 WS-RES-H2          PIC 9(10).

       LINKAGE SECTION.
       01 LK-PASSWORD            PIC X(10).
       01 LK-SALT                PIC X(8).
       01 LK-HASH                PIC X(20).

       PROCEDURE DIVISION USING LK-PASSWORD LK-SALT LK-HASH.
      *-----------------------------------------------------------
      * Cifrado de un solo sentido de passwords de operador. Con
      * LK-SALT en blanco se genera una sal nueva (alta, cambio o
      * restablecimiento); con sal dada se recalcula el cifrado
      * para compararlo con el guardado en OPERADORES.DAT. El
      * password se mezcla con la sal y se pasa 500 vueltas por
      * dos dobleces encadenados:
      *    H1 = MOD(H1 * 131 + COD + VUELTA, 999999937)
      *    H2 = MOD(H2 * 257 + COD * 7 + H1, 999999929)
      * El resultado son los dos valores de diez digitos; del
      * cifrado no se puede volver al password.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           IF LK-SALT = SPACES
               PERFORM GENERAR-SALT
           END-IF.
           MOVE LK-SALT TO WS-MEZCLA(1:8).
           MOVE LK-PASSWORD TO WS-MEZCLA(9:10).
           MOVE 7 TO WS-H1.
           MOVE 11 TO WS-H2.
           PERFORM VARYING WS-VUELTA FROM 1 BY 1
                   UNTIL WS-VUELTA > 500
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 18
                   COMPUTE WS-COD = FUNCTION ORD(WS-MEZCLA(WS-I:1))
                   COMPUTE WS-H1 = FUNCTION MOD(
                       WS-H1 * 131 + WS-COD + WS-VUELTA, 999999937)
                   COMPUTE WS-H2 = FUNCTION MOD(
                       WS-H2 * 257 + WS-COD * 7 + WS-H1, 999999929)
               END-PERFORM
           END-PERFORM.
           MOVE WS-H1 TO WS-RES-H1.
           MOVE WS-H2 TO WS-RES-H2.
           MOVE WS-RESULTADO TO LK-HASH.
           GOBACK.

      *-----------------------------------------------------------
      * Sal de ocho digitos a partir de la hora y del numero de
      * llamada en la corrida, para que dos altas en el mismo
      * instante no salgan con la misma sal.
      *-----------------------------------------------------------
       GENERAR-SALT.
           ADD 1 TO WS-LLAMADAS.
           ACCEPT WS-HORA FROM TIME.
           COMPUTE WS-SEMILLA = FUNCTION MOD(
               WS-HORA * 7919 + WS-LLAMADAS * 104729, 999999937).
           COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA).
           COMPUTE WS-SALT-NUM = WS-AZAR * 100000000.
           MOVE WS-SALT-NUM TO LK-SALT.

       END PROGRAM CIFRA-PASSWORD.
