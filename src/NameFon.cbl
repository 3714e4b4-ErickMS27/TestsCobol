       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEFON.

      ***********************************
      * One-off backfill of the         *
      * phonetic key on the existing    *
      * NAMEMAST population: computes   *
      * CUST-FONKEY with NAMESND for    *
      * every record and rewrites the   *
      * ones that change                *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-ATUALIZADOS PIC 9(8) VALUE ZEROS.
       77 WS-FONKEY PIC X(4) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA O UTILITARIO'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM ATUALIZAR-FONKEY
               END-READ
           END-PERFORM

           CLOSE NAME-MASTER
           DISPLAY 'NAMEFON - LIDOS: ' WS-LIDOS
               ' ATUALIZADOS: ' WS-ATUALIZADOS
           MOVE 'FONKEY' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           STOP RUN.

       ATUALIZAR-FONKEY.
           CALL 'NAMESND' USING CUST-LAST-NAME WS-FONKEY
           IF CUST-FONKEY = WS-FONKEY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FONKEY TO CUST-FONKEY
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS = '00'
               ADD 1 TO WS-ATUALIZADOS
               MOVE 'R' TO WS-JRN-ACAO
               CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           ELSE
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ID ' CUST-ID
                   ' STATUS ' WS-MASTER-STATUS
           END-IF.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE SPACES TO AUD-NOME
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
