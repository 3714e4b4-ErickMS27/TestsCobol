       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEHST.

      ***********************************
      * Shared change-history writer:   *
      * appends the customer id with    *
      * full before and after images of *
      * the master record to NAMEHIST,  *
      * so a disputed change can be     *
      * replayed field by field.        *
      * The before image is spaces on   *
      * an inclusion                    *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           COPY "HISTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01  LK-ACAO PIC X(10).
       01  LK-OPERADOR PIC X(20).
       01  LK-ANTES PIC X(168).
       01  LK-DEPOIS PIC X(168).

       PROCEDURE DIVISION USING LK-ACAO LK-OPERADOR
           LK-ANTES LK-DEPOIS.
       GRAVAR-HISTORICO.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF
           IF LK-DEPOIS(1:6) NUMERIC
               MOVE LK-DEPOIS(1:6) TO HIST-CUST-ID
           ELSE
               MOVE LK-ANTES(1:6) TO HIST-CUST-ID
           END-IF
           ACCEPT HIST-DATA FROM DATE YYYYMMDD
           ACCEPT HIST-HORA FROM TIME
           MOVE LK-OPERADOR TO HIST-OPERADOR
           MOVE LK-ACAO TO HIST-ACAO
           MOVE SPACES TO HIST-ANTES
           MOVE LK-ANTES TO HIST-ANTES(1:168)
           MOVE SPACES TO HIST-DEPOIS
           MOVE LK-DEPOIS TO HIST-DEPOIS(1:168)
           WRITE HIST-RECORD
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR HISTORICO, STATUS '
                   WS-HIST-STATUS
           END-IF
           CLOSE HISTORY-FILE.

       FIM-NAMEHST.
           GOBACK.
