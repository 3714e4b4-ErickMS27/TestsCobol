       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPREV.

      ***********************************
      * Reviews the DUPSUSP worklist    *
      * written by NAMELOAD: for each   *
      * pending suspect the operator    *
      * confirms the merge (same rules  *
      * as NAMEMRG, the held name is    *
      * not loaded and the surviving id *
      * is re-sent downstream), accepts *
      * it as a new customer, or clears *
      * it as not a duplicate           *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-SEQ
               FILE STATUS IS WS-DUSP-STATUS.

           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-IDC-KEY
               FILE STATUS IS WS-IDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPECT-FILE.
       01  DUP-RECORD.
           COPY "DUPSREC.cpy".

       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  ID-CONTROL.
       01  IDC-RECORD.
           COPY "IDCTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-DUSP-STATUS PIC XX VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-FIM-REVISAO PIC X VALUE 'N'.
       77 WRK-OPCAO PIC X VALUE SPACE.
       77 WS-NEXT-ID PIC 9(6) VALUE ZEROS.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-NOME-AUD PIC X(20) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-PENDENTES PIC 9(6) VALUE ZEROS.
       77 WS-FUNDIDOS PIC 9(6) VALUE ZEROS.
       77 WS-CARREGADOS PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. REVISAO DE DUPLICATAS RESTRITA A '
                   'SUPERVISORES'
               MOVE SPACES TO WS-NOME-AUD
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           OPEN I-O SUSPECT-FILE
           IF WS-DUSP-STATUS NOT = '00'
               DISPLAY 'ERRO.. DUPSUSP INDISPONIVEL, STATUS '
                   WS-DUSP-STATUS
               STOP RUN
           END-IF
           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               CLOSE SUSPECT-FILE
               STOP RUN
           END-IF
           PERFORM ABRIR-ID-CONTROL

           MOVE ZEROS TO DUP-SEQ
           START SUSPECT-FILE KEY NOT < DUP-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FIM-REVISAO = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DUP-SITUACAO = 'P'
                           PERFORM REVISAR-SUSPEITA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPECT-FILE
           CLOSE NAME-MASTER
           CLOSE ID-CONTROL
           DISPLAY 'DUPREV - FUNDIDOS: ' WS-FUNDIDOS
               ' CARREGADOS: ' WS-CARREGADOS
               ' AINDA PENDENTES: ' WS-PENDENTES
           STOP RUN.

      * assignments come from the durable IDCTL control record shared
      * with NAMELOAD, so an id purged off the master is never reused
       ABRIR-ID-CONTROL.
           OPEN I-O ID-CONTROL
           IF WS-IDC-STATUS = '35'
               PERFORM SEMEAR-PELO-MASTER
               OPEN OUTPUT ID-CONTROL
               MOVE WS-NEXT-ID TO IDC-ULTIMO-ID
               WRITE IDC-RECORD
               CLOSE ID-CONTROL
               OPEN I-O ID-CONTROL
           END-IF
           IF WS-IDC-STATUS NOT = '00'
               DISPLAY 'ERRO.. IDCTL INDISPONIVEL, STATUS '
                   WS-IDC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ID-CONTROL
               INVALID KEY
                   PERFORM SEMEAR-PELO-MASTER
                   MOVE WS-NEXT-ID TO IDC-ULTIMO-ID
                   WRITE IDC-RECORD
               NOT INVALID KEY
                   MOVE IDC-ULTIMO-ID TO WS-NEXT-ID
           END-READ.

       SEMEAR-PELO-MASTER.
           MOVE ZEROS TO WS-NEXT-ID
           MOVE ZEROS TO CUST-ID
           START NAME-MASTER KEY NOT < CUST-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ NAME-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-ID > WS-NEXT-ID
                           MOVE CUST-ID TO WS-NEXT-ID
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-ID-CONTROL.
           IF WS-NEXT-ID > IDC-ULTIMO-ID
               MOVE WS-NEXT-ID TO IDC-ULTIMO-ID
               REWRITE IDC-RECORD
               IF WS-IDC-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO ATUALIZAR IDCTL, STATUS '
                       WS-IDC-STATUS
               END-IF
           END-IF.

       REVISAR-SUSPEITA.
           DISPLAY 'SUSPEITA ' DUP-SEQ ' DE ' DUP-DATA-CARGA
               ' TIPO ' DUP-TIPO
           DISPLAY 'NOME RETIDO........ ' DUP-NOME
           MOVE DUP-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'CADASTRADO SOB ID.. ' DUP-CUST-ID
                       ' (NAO ENCONTRADO)'
               NOT INVALID KEY
                   DISPLAY 'CADASTRADO SOB ID.. ' CUST-ID ' '
                       CUST-LAST-NAME ' ' CUST-FIRST-NAME
           END-READ
           DISPLAY 'F-CONFIRMAR FUSAO N-ACEITAR COMO NOVO '
               'X-NAO E DUPLICATA P-PULAR E-ENCERRAR: '
           MOVE SPACE TO WRK-OPCAO
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE WRK-OPCAO
               WHEN 'F'
                   PERFORM CONFIRMAR-FUSAO
               WHEN 'N'
                   PERFORM ACEITAR-COMO-NOVO
               WHEN 'X'
                   PERFORM ACEITAR-COMO-NOVO
               WHEN 'E'
                   MOVE 'Y' TO WS-FIM-REVISAO
                   ADD 1 TO WS-PENDENTES
               WHEN OTHER
                   ADD 1 TO WS-PENDENTES
           END-EVALUATE.

      * the held name never reached the master, so the NAMEMRG half
      * that inactivates a duplicate record has nothing to undo here;
      * the surviving id is re-sent downstream exactly as
      * FUNDIR-CLIENTES re-sends its survivor
       CONFIRMAR-FUSAO.
           MOVE DUP-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. SOBREVIVENTE NAO ENCONTRADO'
                   ADD 1 TO WS-PENDENTES
                   EXIT PARAGRAPH
           END-READ
           IF CUST-STATUS = 'I'
               DISPLAY 'ERRO.. SOBREVIVENTE ESTA INATIVO'
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO CUST-FEED-STATUS
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO MARCAR SOBREVIVENTE, STATUS '
                   WS-MASTER-STATUS
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-JRN-ACAO
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           MOVE CUST-LAST-NAME TO WS-NOME-AUD
           MOVE 'FUSAO-DEST' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           MOVE 'M' TO DUP-SITUACAO
           PERFORM ENCERRAR-SUSPEITA
           ADD 1 TO WS-FUNDIDOS
           DISPLAY 'FUSAO CONFIRMADA PARA ID ' DUP-CUST-ID.

       ACEITAR-COMO-NOVO.
           ADD 1 TO WS-NEXT-ID
           MOVE WS-NEXT-ID TO CUST-ID
           MOVE DUP-NOME TO CUST-LAST-NAME
           MOVE SPACES TO CUST-FIRST-NAME
           MOVE SPACE TO CUST-MI
           MOVE SPACES TO CUST-ENDERECO
           MOVE SPACES TO CUST-CIDADE
           MOVE SPACES TO CUST-UF
           MOVE SPACES TO CUST-CEP
           MOVE SPACES TO CUST-FONE
           CALL 'NAMESND' USING DUP-NOME CUST-FONKEY
           MOVE WS-DATA-EXEC TO CUST-DATE-ADDED
           MOVE 'A' TO CUST-FEED-STATUS
           MOVE ZEROS TO CUST-FEED-DATE
           MOVE 'A' TO CUST-STATUS
           MOVE WS-DATA-EXEC TO CUST-STATUS-DATE
           MOVE WS-OPERADOR TO CUST-STATUS-OPER
           WRITE NM-RECORD
           PERFORM UNTIL WS-MASTER-STATUS NOT = '22'
               ADD 1 TO WS-NEXT-ID
               MOVE WS-NEXT-ID TO CUST-ID
               WRITE NM-RECORD
           END-PERFORM
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR CLIENTE, STATUS '
                   WS-MASTER-STATUS
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVAR-ID-CONTROL
           MOVE 'W' TO WS-JRN-ACAO
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           MOVE CUST-LAST-NAME TO WS-NOME-AUD
           MOVE 'CARGA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           IF WRK-OPCAO = 'N'
               MOVE 'N' TO DUP-SITUACAO
           ELSE
               MOVE 'X' TO DUP-SITUACAO
           END-IF
           PERFORM ENCERRAR-SUSPEITA
           ADD 1 TO WS-CARREGADOS
           DISPLAY 'NOME CARREGADO SOB ID ' CUST-ID.

       ENCERRAR-SUSPEITA.
           MOVE WS-DATA-EXEC TO DUP-DATA-DISP
           MOVE WS-OPERADOR TO DUP-OPERADOR
           REWRITE DUP-RECORD
           IF WS-DUSP-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR SUSPEITA, STATUS '
                   WS-DUSP-STATUS
           END-IF.

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
