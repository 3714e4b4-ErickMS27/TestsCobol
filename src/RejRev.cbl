       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJREV.

      ***********************************
      * Works the REJSUSP worklist of   *
      * NAMETRX rejects: for each item  *
      * still awaiting correction the   *
      * operator sees the transaction   *
      * and the reason, then corrects   *
      * the fields in error so the next *
      * NAMETRX run applies it, or      *
      * cancels it with a reason.       *
      * Corrected items not yet applied *
      * can be corrected again          *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "REJSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJS-SEQ
               FILE STATUS IS WS-RJS-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  RJS-RECORD.
           COPY "REJSREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-RJS-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-FIM-REVISAO PIC X VALUE 'N'.
       77 WRK-OPCAO PIC X VALUE SPACE.
       77 WRK-CONFIRMA PIC X VALUE SPACE.
       77 WRK-CAMPO PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-VALIDO PIC X VALUE 'N'.
       77 WS-VALIDO-UF PIC X VALUE 'N'.
       77 WS-VALIDO-CEP PIC X VALUE 'N'.
       77 WS-RESULT-CEP PIC X VALUE SPACE.
       77 WS-REF-UF PIC XX VALUE SPACES.
       77 WS-REF-CIDADE PIC X(20) VALUE SPACES.
       77 WS-MOTIVO-CEP PIC X(30) VALUE SPACES.
       77 WS-NOME-AUD PIC X(20) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-CORRIGIDOS PIC 9(6) VALUE ZEROS.
       77 WS-CANCELADOS PIC 9(6) VALUE ZEROS.
       77 WS-PENDENTES PIC 9(6) VALUE ZEROS.
       01  WS-TRANSACAO.
           COPY "TRANREC.cpy".

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 2
               DISPLAY 'ERRO.. CORRECAO DE REJEITOS RESTRITA A '
                   'MANUTENCAO'
               MOVE SPACES TO WS-NOME-AUD
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           OPEN I-O SUSPENSE-FILE
           IF WS-RJS-STATUS = '35'
               DISPLAY 'NENHUM REJEITO EM SUSPENSO'
               STOP RUN
           END-IF
           IF WS-RJS-STATUS NOT = '00'
               DISPLAY 'ERRO.. REJSUSP INDISPONIVEL, STATUS '
                   WS-RJS-STATUS
               STOP RUN
           END-IF

           MOVE ZEROS TO RJS-SEQ
           START SUSPENSE-FILE KEY NOT < RJS-SEQ
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y' OR WS-FIM-REVISAO = 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RJS-SITUACAO = 'P' OR RJS-SITUACAO = 'C'
                           PERFORM REVISAR-REJEITO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-FILE
           DISPLAY 'REJREV - CORRIGIDOS: ' WS-CORRIGIDOS
               ' CANCELADOS: ' WS-CANCELADOS
               ' AINDA PENDENTES: ' WS-PENDENTES
           STOP RUN.

       REVISAR-REJEITO.
           MOVE RJS-TRANSACAO TO WS-TRANSACAO
           DISPLAY ' '
           DISPLAY 'REJEITO ' RJS-SEQ ' DE ' RJS-DATA-REJEICAO
               ' ULTIMA REJEICAO ' RJS-DATA-ULTIMA
               ' CORRECOES ' RJS-CORRECOES
           IF RJS-SITUACAO = 'C'
               DISPLAY '*** JA CORRIGIDO POR ' RJS-OPERADOR
                   ', AGUARDA O PROXIMO NAMETRX ***'
           END-IF
           DISPLAY 'MOTIVO..... ' RJS-MOTIVO
           PERFORM MOSTRAR-TRANSACAO
           DISPLAY 'C-CORRIGIR X-CANCELAR P-PULAR E-ENCERRAR: '
           MOVE SPACE TO WRK-OPCAO
           ACCEPT WRK-OPCAO FROM CONSOLE
           EVALUATE WRK-OPCAO
               WHEN 'C'
                   PERFORM CORRIGIR-REJEITO
               WHEN 'X'
                   PERFORM CANCELAR-REJEITO
               WHEN 'E'
                   MOVE 'Y' TO WS-FIM-REVISAO
                   ADD 1 TO WS-PENDENTES
               WHEN OTHER
                   ADD 1 TO WS-PENDENTES
           END-EVALUATE.

       MOSTRAR-TRANSACAO.
           DISPLAY 'ACAO....... ' TRN-ACAO
           DISPLAY 'ID......... ' TRN-CUST-ID
           DISPLAY 'SOBRENOME.. ' TRN-LAST-NAME
           DISPLAY 'NOME....... ' TRN-FIRST-NAME
           DISPLAY 'INICIAL.... ' TRN-MI
           DISPLAY 'ENDERECO... ' TRN-ENDERECO
           DISPLAY 'CIDADE..... ' TRN-CIDADE
           DISPLAY 'UF......... ' TRN-UF
           DISPLAY 'CEP........ ' TRN-CEP
           DISPLAY 'FONE....... ' TRN-FONE.

      * every field is offered with its current value; an empty
      * answer keeps it, so only the fields in error need typing
       CORRIGIR-REJEITO.
           DISPLAY 'DIGITE O NOVO VALOR OU ENTER PARA MANTER'
           DISPLAY 'ACAO (A/C/D) [' TRN-ACAO ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WRK-CAMPO(1:1)) TO TRN-ACAO
           END-IF
           DISPLAY 'ID [' TRN-CUST-ID ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               IF WRK-CAMPO(1:6) NUMERIC
                   MOVE WRK-CAMPO(1:6) TO TRN-CUST-ID
               ELSE
                   DISPLAY 'ERRO.. ID DEVE TER 6 DIGITOS, MANTIDO'
               END-IF
           END-IF
           DISPLAY 'SOBRENOME [' TRN-LAST-NAME ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-LAST-NAME
           END-IF
           DISPLAY 'NOME [' TRN-FIRST-NAME ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-FIRST-NAME
           END-IF
           DISPLAY 'INICIAL [' TRN-MI ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-MI
           END-IF
           DISPLAY 'ENDERECO [' TRN-ENDERECO ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-ENDERECO
           END-IF
           DISPLAY 'CIDADE [' TRN-CIDADE ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-CIDADE
           END-IF
           DISPLAY 'UF [' TRN-UF ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-UF
           END-IF
           DISPLAY 'CEP [' TRN-CEP ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-CEP
           END-IF
           DISPLAY 'FONE [' TRN-FONE ']: '
           PERFORM LER-CAMPO
           IF WRK-CAMPO NOT = SPACES
               MOVE WRK-CAMPO TO TRN-FONE
           END-IF
           MOVE SPACES TO WS-MOTIVO-CEP
           PERFORM CONFERIR-CORRECAO
           IF WS-MOTIVO-CEP NOT = SPACES
               DISPLAY 'ERRO.. ' WS-MOTIVO-CEP ', CORRECAO RECUSADA'
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'TRANSACAO CORRIGIDA:'
           PERFORM MOSTRAR-TRANSACAO
           DISPLAY 'CONFIRMA A CORRECAO (S/N): '
           MOVE SPACE TO WRK-CONFIRMA
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'CORRECAO DESPREZADA'
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRANSACAO TO RJS-TRANSACAO
           ADD 1 TO RJS-CORRECOES
           MOVE 'C' TO RJS-SITUACAO
           MOVE WS-OPERADOR TO RJS-OPERADOR
           MOVE WS-DATA-EXEC TO RJS-DATA-ATUAL
           REWRITE RJS-RECORD
           IF WS-RJS-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR REJEITO, STATUS '
                   WS-RJS-STATUS
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-LAST-NAME TO WS-NOME-AUD
           MOVE 'REJ-CORR' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           ADD 1 TO WS-CORRIGIDOS
           DISPLAY 'REJEITO ' RJS-SEQ ' SERA REENVIADO NO PROXIMO '
               'NAMETRX'.

       LER-CAMPO.
           MOVE SPACES TO WRK-CAMPO
           ACCEPT WRK-CAMPO FROM CONSOLE.

      * the same field checks NAMETRX makes, CEP table included, so
      * an operator hears now rather than tomorrow that the item will
      * fail again; the master-dependent checks can only be made by
      * the run itself
       CONFERIR-CORRECAO.
           IF TRN-ACAO NOT = 'A' AND TRN-ACAO NOT = 'C'
               AND TRN-ACAO NOT = 'D'
               DISPLAY 'ATENCAO.. ACAO INVALIDA'
           END-IF
           IF TRN-CUST-ID NOT NUMERIC
               DISPLAY 'ATENCAO.. ID INVALIDO'
           END-IF
           IF TRN-ACAO = 'D'
               EXIT PARAGRAPH
           END-IF
           CALL 'NAMEVAL' USING TRN-LAST-NAME WS-VALIDO
           IF WS-VALIDO NOT = 'Y'
               DISPLAY 'ATENCAO.. NOME INVALIDO'
           END-IF
           CALL 'NAMEVAL' USING TRN-FIRST-NAME WS-VALIDO
           IF WS-VALIDO NOT = 'Y'
               DISPLAY 'ATENCAO.. PRENOME INVALIDO'
           END-IF
           CALL 'ADDRVAL' USING TRN-UF TRN-CEP
               WS-VALIDO-UF WS-VALIDO-CEP
           IF WS-VALIDO-UF NOT = 'Y'
               DISPLAY 'ATENCAO.. UF INVALIDA'
           END-IF
           IF WS-VALIDO-CEP NOT = 'Y'
               DISPLAY 'ATENCAO.. CEP INVALIDO'
           END-IF
      * a CEP the table refuses is certain to be rejected again, so
      * that correction is not accepted at all
           IF WS-VALIDO-UF = 'Y' AND WS-VALIDO-CEP = 'Y'
               CALL 'ADDRCEP' USING TRN-UF TRN-CIDADE TRN-CEP
                   WS-RESULT-CEP WS-REF-UF WS-REF-CIDADE
               EVALUATE WS-RESULT-CEP
                   WHEN 'C'
                       MOVE 'CEP NAO CONSTA NA TABELA' TO WS-MOTIVO-CEP
                   WHEN 'U'
                       MOVE 'UF NAO CONFERE COM O CEP' TO WS-MOTIVO-CEP
                   WHEN 'M'
                       MOVE 'CIDADE NAO CONFERE COM O CEP'
                           TO WS-MOTIVO-CEP
               END-EVALUATE
           END-IF.

       CANCELAR-REJEITO.
           DISPLAY 'MOTIVO DO CANCELAMENTO: '
           MOVE SPACES TO WRK-MOTIVO
           ACCEPT WRK-MOTIVO FROM CONSOLE
           IF WRK-MOTIVO = SPACES
               DISPLAY 'ERRO.. MOTIVO OBRIGATORIO, REJEITO MANTIDO'
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO RJS-SITUACAO
           MOVE WRK-MOTIVO TO RJS-MOTIVO-CANC
           MOVE WS-OPERADOR TO RJS-OPERADOR
           MOVE WS-DATA-EXEC TO RJS-DATA-ATUAL
           REWRITE RJS-RECORD
           IF WS-RJS-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR REJEITO, STATUS '
                   WS-RJS-STATUS
               ADD 1 TO WS-PENDENTES
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-LAST-NAME TO WS-NOME-AUD
           MOVE 'REJ-CANC' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           ADD 1 TO WS-CANCELADOS
           DISPLAY 'REJEITO ' RJS-SEQ ' CANCELADO'.

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
