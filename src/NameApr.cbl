       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEAPR.

      ***********************************
      * Supervisor approval of queued   *
      * name changes, deletions and     *
      * reactivations on PENDAPR: list, *
      * inquire, approve or reject. An  *
      * approval applies the queued     *
      * image to NAMEMAST with the      *
      * usual journal, NAMEHIST, audit  *
      * and feed-status handling, and   *
      * is refused when the approver is *
      * the requester or the customer   *
      * changed since the request       *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-SEQ
               ALTERNATE RECORD KEY IS PND-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

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
       FD  PENDING-FILE.
       01  PND-RECORD.
           COPY "PENDREC.cpy".

       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEND-STATUS PIC XX VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-SEQ PIC 9(6) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA PIC X VALUE SPACE.
       77 WS-ACHOU PIC X VALUE 'N'.
       77 WS-LISTADOS PIC 9(6) VALUE ZEROS.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-TIPO-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-CLIENTE-ANTES PIC X(168) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. APROVACAO RESTRITA A SUPERVISORES'
               MOVE SPACES TO WRK-NOME
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           DISPLAY 'FUNCAO (L-LISTAR C-CONSULTAR A-APROVAR '
               'R-REJEITAR): '
           ACCEPT WRK-FUNCAO FROM CONSOLE

           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS = '35'
               DISPLAY 'NENHUMA SOLICITACAO REGISTRADA'
               STOP RUN
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERRO.. PENDAPR INDISPONIVEL, STATUS '
                   WS-PEND-STATUS
               STOP RUN
           END-IF
           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'RECUPERE O CADASTRO PELO UTILITARIO NAMEBKP'
               CLOSE PENDING-FILE
               STOP RUN
           END-IF

           EVALUATE WRK-FUNCAO
               WHEN 'L'
                   PERFORM LISTAR-PENDENTES
               WHEN 'C'
                   PERFORM CONSULTAR-SOLICITACAO
               WHEN 'A'
                   PERFORM APROVAR-SOLICITACAO
               WHEN 'R'
                   PERFORM REJEITAR-SOLICITACAO
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA'
           END-EVALUATE

           CLOSE PENDING-FILE
           CLOSE NAME-MASTER
           STOP RUN.

       LISTAR-PENDENTES.
           MOVE ZEROS TO WS-LISTADOS
           MOVE ZEROS TO PND-SEQ
           START PENDING-FILE KEY IS NOT LESS THAN PND-SEQ
               INVALID KEY
                   DISPLAY 'NENHUMA SOLICITACAO PENDENTE'
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ PENDING-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PND-SITUACAO = 'P'
                   ADD 1 TO WS-LISTADOS
                   PERFORM MONTAR-TIPO
                   DISPLAY PND-SEQ ' ID ' PND-CUST-ID ' '
                       WS-TIPO-TXT ' POR ' PND-SOLICITANTE
                       ' EM ' PND-DATA-SOLIC
               END-IF
           END-PERFORM
           DISPLAY 'SOLICITACOES PENDENTES: ' WS-LISTADOS.

       CAPTURAR-SOLICITACAO.
           MOVE 'N' TO WS-ACHOU
           DISPLAY 'NUMERO DA SOLICITACAO.. '
           ACCEPT WRK-SEQ FROM CONSOLE
           MOVE WRK-SEQ TO PND-SEQ
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY 'ERRO.. SOLICITACAO NAO ENCONTRADA'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACHOU
           END-READ.

       CONSULTAR-SOLICITACAO.
           PERFORM CAPTURAR-SOLICITACAO
           IF WS-ACHOU = 'Y'
               PERFORM MOSTRAR-SOLICITACAO
           END-IF.

       MOSTRAR-SOLICITACAO.
           PERFORM MONTAR-TIPO
           DISPLAY 'SOLICITACAO. ' PND-SEQ ' ' WS-TIPO-TXT
           DISPLAY 'CLIENTE..... ' PND-CUST-ID
           DISPLAY 'ORIGEM...... ' PND-ORIGEM
           DISPLAY 'SOLICITANTE. ' PND-SOLICITANTE
           DISPLAY 'DATA........ ' PND-DATA-SOLIC ' ' PND-HORA-SOLIC
           DISPLAY 'SITUACAO.... ' PND-SITUACAO ' ' PND-DECISOR
               ' ' PND-DATA-DECISAO
           IF PND-MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO...... ' PND-MOTIVO
           END-IF
           DISPLAY 'ANTES NOME.. ' PND-ANTES(7:20) ' '
               PND-ANTES(27:20) ' ' PND-ANTES(47:1)
               ' SITUACAO ' PND-ANTES(65:1)
           DISPLAY 'DEPOIS NOME. ' PND-DEPOIS(7:20) ' '
               PND-DEPOIS(27:20) ' ' PND-DEPOIS(47:1)
               ' SITUACAO ' PND-DEPOIS(65:1)
           DISPLAY 'ANTES END... ' PND-ANTES(94:30) ' '
               PND-ANTES(124:20) ' ' PND-ANTES(144:2) ' '
               PND-ANTES(146:8)
           DISPLAY 'DEPOIS END.. ' PND-DEPOIS(94:30) ' '
               PND-DEPOIS(124:20) ' ' PND-DEPOIS(144:2) ' '
               PND-DEPOIS(146:8).

       MONTAR-TIPO.
           EVALUATE PND-TIPO
               WHEN 'N'
                   MOVE 'ALTERACAO' TO WS-TIPO-TXT
               WHEN 'D'
                   MOVE 'EXCLUSAO' TO WS-TIPO-TXT
               WHEN 'R'
                   MOVE 'REATIVACAO' TO WS-TIPO-TXT
               WHEN OTHER
                   MOVE 'TIPO ' TO WS-TIPO-TXT
                   MOVE PND-TIPO TO WS-TIPO-TXT(6:1)
           END-EVALUATE.

      * the queued image is only valid against the master it was
      * taken from; the feed fields are left out of the comparison
      * because FEEDEXT stamps them every night regardless
       APROVAR-SOLICITACAO.
           PERFORM CAPTURAR-SOLICITACAO
           IF WS-ACHOU NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF PND-SITUACAO NOT = 'P'
               DISPLAY 'ERRO.. SOLICITACAO JA DECIDIDA, SITUACAO '
                   PND-SITUACAO
               EXIT PARAGRAPH
           END-IF
           IF PND-SOLICITANTE = WS-OPERADOR
               DISPLAY 'ERRO.. O SOLICITANTE NAO PODE APROVAR A '
                   'PROPRIA SOLICITACAO'
               MOVE PND-DEPOIS(7:20) TO WRK-NOME
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               EXIT PARAGRAPH
           END-IF
           MOVE PND-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. CLIENTE NAO ENCONTRADO, REJEITE A '
                       'SOLICITACAO'
                   EXIT PARAGRAPH
           END-READ
           IF NM-RECORD(1:55) NOT = PND-ANTES(1:55)
               OR NM-RECORD(65:104) NOT = PND-ANTES(65:104)
               DISPLAY 'ERRO.. CLIENTE ALTERADO DESDE A SOLICITACAO, '
                   'REJEITE E SOLICITE NOVAMENTE'
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-SOLICITACAO
           DISPLAY 'CONFIRMA APROVACAO (S/N): '
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'APROVACAO CANCELADA'
               EXIT PARAGRAPH
           END-IF
           PERFORM APLICAR-SOLICITACAO.

      * the status date of a deletion or reactivation is the day it
      * took effect, which is the approval date
       APLICAR-SOLICITACAO.
           MOVE NM-RECORD TO WS-CLIENTE-ANTES
           MOVE PND-DEPOIS TO NM-RECORD
           MOVE WS-CLIENTE-ANTES(57:8) TO CUST-FEED-DATE
           MOVE 'A' TO CUST-FEED-STATUS
           IF PND-TIPO NOT = 'N'
               MOVE WS-DATA-EXEC TO CUST-STATUS-DATE
           END-IF
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR CLIENTE, STATUS '
                   WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-JRN-ACAO
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           PERFORM MONTAR-TIPO
           MOVE WS-TIPO-TXT TO WS-ACAO-TXT
           MOVE CUST-LAST-NAME TO WRK-NOME
           PERFORM GRAVAR-AUDITORIA
           CALL 'NAMEHST' USING WS-ACAO-TXT WS-OPERADOR
               WS-CLIENTE-ANTES NM-RECORD
           MOVE 'A' TO PND-SITUACAO
           MOVE WS-OPERADOR TO PND-DECISOR
           MOVE WS-DATA-EXEC TO PND-DATA-DECISAO
           REWRITE PND-RECORD
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR PENDAPR, STATUS '
                   WS-PEND-STATUS
           END-IF
           DISPLAY 'SOLICITACAO ' PND-SEQ ' APROVADA E APLICADA'.

       REJEITAR-SOLICITACAO.
           PERFORM CAPTURAR-SOLICITACAO
           IF WS-ACHOU NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF PND-SITUACAO NOT = 'P'
               DISPLAY 'ERRO.. SOLICITACAO JA DECIDIDA, SITUACAO '
                   PND-SITUACAO
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-SOLICITACAO
           DISPLAY 'MOTIVO DA REJEICAO.. '
           ACCEPT WRK-MOTIVO FROM CONSOLE
           IF WRK-MOTIVO = SPACES
               DISPLAY 'ERRO.. MOTIVO OBRIGATORIO'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO PND-SITUACAO
           MOVE WS-OPERADOR TO PND-DECISOR
           MOVE WS-DATA-EXEC TO PND-DATA-DECISAO
           MOVE WRK-MOTIVO TO PND-MOTIVO
           REWRITE PND-RECORD
           IF WS-PEND-STATUS = '00'
               MOVE PND-DEPOIS(7:20) TO WRK-NOME
               MOVE 'SOLIC-REJ' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'SOLICITACAO ' PND-SEQ ' REJEITADA'
           ELSE
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR PENDAPR, STATUS '
                   WS-PEND-STATUS
           END-IF.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WRK-NOME TO AUD-NOME
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
