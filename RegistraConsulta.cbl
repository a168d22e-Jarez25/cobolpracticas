       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-CONSULTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESOS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESOS-FILE.
           COPY "ACCESO.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCESOS-FILE-STATUS PIC XX VALUE "00".
       01 WS-OPER-ACTUAL         PIC X(10) VALUE SPACES.

       COPY "SYSDATE.cpy".

       LINKAGE SECTION.
       01 LK-PROGRAMA            PIC X(20).
       01 LK-CUST                PIC 9(6).
       01 LK-TIPO                PIC X.

       PROCEDURE DIVISION USING LK-PROGRAMA LK-CUST LK-TIPO.
      *-----------------------------------------------------------
      * Registro de lectura de datos de clientes: los cambios ya
      * quedan en CUSTAUD.DAT, pero no quien los consulto. Cada
      * programa de consulta anota aqui el cliente que mostro, con
      * el operador firmado, para que REPORTE-ACCESOS conteste
      * quien vio a un cliente y que vio un operador.
      *-----------------------------------------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           OPEN EXTEND ACCESOS-FILE.
           IF WS-ACCESOS-FILE-STATUS = "35"
               OPEN OUTPUT ACCESOS-FILE
           END-IF.
           MOVE SPACES TO ACCESO-RECORD.
           MOVE WS-SYS-DATE TO ACC-FECHA.
           MOVE WS-SYS-TIME TO ACC-HORA.
           CALL "OPERADOR-ACTUAL" USING WS-OPER-ACTUAL.
           MOVE WS-OPER-ACTUAL TO ACC-OPERADOR.
           MOVE LK-PROGRAMA TO ACC-PROGRAMA.
           MOVE LK-CUST TO ACC-CUST.
           MOVE LK-TIPO TO ACC-TIPO.
           WRITE ACCESO-RECORD.
           CLOSE ACCESOS-FILE.
           GOBACK.

       END PROGRAM REGISTRA-CONSULTA.
