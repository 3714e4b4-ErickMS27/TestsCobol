       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEMRG.

      ***********************************
      * Merges two customer ids: the    *
      * duplicate is inactivated and    *
      * the surviving id is re-sent on  *
      * the downstream feed             *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WRK-ID-DESTINO PIC 9(6) VALUE ZEROS.
       77 WRK-ID-ORIGEM PIC 9(6) VALUE ZEROS.
       77 WS-NOME-DESTINO PIC X(20) VALUE SPACES.
       77 WS-NOME-ORIGEM PIC X(20) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-CLIENTE-ANTES PIC X(168) VALUE SPACES.
       77 WS-NOME-AUD PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. FUSAO RESTRITA A SUPERVISORES'
               MOVE SPACES TO WS-NOME-AUD
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           DISPLAY 'ID SOBREVIVENTE.. '
           ACCEPT WRK-ID-DESTINO FROM CONSOLE
           DISPLAY 'ID DUPLICADO A FUNDIR.. '
           ACCEPT WRK-ID-ORIGEM FROM CONSOLE
           IF WRK-ID-DESTINO = WRK-ID-ORIGEM
               DISPLAY 'ERRO.. OS DOIS IDS SAO IGUAIS'
               STOP RUN
           END-IF

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF

           PERFORM FUNDIR-CLIENTES

           CLOSE NAME-MASTER
           STOP RUN.

       FUNDIR-CLIENTES.
           MOVE WRK-ID-DESTINO TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. SOBREVIVENTE NAO ENCONTRADO'
                   EXIT PARAGRAPH
           END-READ
           IF CUST-STATUS = 'I'
               DISPLAY 'ERRO.. SOBREVIVENTE ESTA INATIVO'
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-LAST-NAME TO WS-NOME-DESTINO

           MOVE WRK-ID-ORIGEM TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. DUPLICADO NAO ENCONTRADO'
                   EXIT PARAGRAPH
           END-READ
           IF CUST-STATUS = 'I'
               DISPLAY 'ERRO.. DUPLICADO JA ESTA INATIVO'
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-LAST-NAME TO WS-NOME-ORIGEM
           MOVE NM-RECORD TO WS-CLIENTE-ANTES
           MOVE 'I' TO CUST-STATUS
           MOVE WS-DATA-EXEC TO CUST-STATUS-DATE
           MOVE WS-OPERADOR TO CUST-STATUS-OPER
           MOVE 'A' TO CUST-FEED-STATUS
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO INATIVAR DUPLICADO, STATUS '
                   WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-JRN-ACAO
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           MOVE WS-NOME-ORIGEM TO WS-NOME-AUD
           MOVE 'FUSAO-ORIG' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           CALL 'NAMEHST' USING WS-ACAO-TXT WS-OPERADOR
               WS-CLIENTE-ANTES NM-RECORD

           MOVE WRK-ID-DESTINO TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. FALHA AO RELER SOBREVIVENTE'
                   EXIT PARAGRAPH
           END-READ
           MOVE 'A' TO CUST-FEED-STATUS
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO MARCAR SOBREVIVENTE, STATUS '
                   WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-JRN-ACAO
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           MOVE WS-NOME-DESTINO TO WS-NOME-AUD
           MOVE 'FUSAO-DEST' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'FUSAO CONCLUIDA: ' WRK-ID-ORIGEM
               ' FUNDIDO EM ' WRK-ID-DESTINO.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-NOME-AUD TO AUD-NOME
           MOVE WS-ACAO-TXT TO AUD-ACAO
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF
           WRITE AUD-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR AUDITORIA'
           END-IF
           CLOSE AUDIT-LOG.
