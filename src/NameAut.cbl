       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEAUT.

      ***********************************
      * Shared batch authority lookup:  *
      * resolves an operator id against *
      * OPERMAST and returns the level  *
      * (no password - batch runs under *
      * the scheduler identity)         *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01  OP-RECORD.
           COPY "OPERREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(20).
       01  LK-NIVEL PIC 9.
       01  LK-AUTORIZADO PIC X.

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL LK-AUTORIZADO.
       VERIFICAR-AUTORIDADE.
           MOVE 'N' TO LK-AUTORIZADO
           MOVE ZERO TO LK-NIVEL
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS = '00'
               MOVE LK-OPERADOR(1:8) TO OPER-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-BLOQUEADO = 'Y'
                           DISPLAY 'ERRO.. OPERADOR ' OPER-ID
                               ' BLOQUEADO'
                       ELSE
                           MOVE 'Y' TO LK-AUTORIZADO
                           MOVE OPER-NIVEL TO LK-NIVEL
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER
           END-IF.

       FIM-NAMEAUT.
           GOBACK.
