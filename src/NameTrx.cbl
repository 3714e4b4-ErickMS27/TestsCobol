       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMETRX.

      ***********************************
      * Batch maintenance transactions  *
      * for NAME-MASTER (add/chg/del).  *
      * Rejects are held on REJSUSP     *
      * until corrected in REJREV; the  *
      * corrected ones are applied      *
      * ahead of NAMETRAN on the next   *
      * run                             *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO "NAMETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

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

           SELECT REJECT-FILE ASSIGN TO "NAMEREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE ASSIGN TO "REJSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJS-SEQ
               FILE STATUS IS WS-RJS-STATUS.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-IDC-KEY
               FILE STATUS IS WS-IDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       01  TRN-RECORD.
           COPY "TRANREC.cpy".

       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  REJECT-FILE.
       01  REJ-RECORD.
           05  REJ-TRANSACAO      PIC X(119).
           05  FILLER             PIC XX.
           05  REJ-MOTIVO         PIC X(30).

       FD  SUSPENSE-FILE.
       01  RJS-RECORD.
           COPY "REJSREC.cpy".

       FD  ID-CONTROL.
       01  IDC-RECORD.
           COPY "IDCTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-TRAN-STATUS PIC XX VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-VALIDO PIC X VALUE 'N'.
       77 WS-VALIDO-UF PIC X VALUE 'N'.
       77 WS-VALIDO-CEP PIC X VALUE 'N'.
       77 WS-RESULT-CEP PIC X VALUE SPACE.
       77 WS-REF-UF PIC XX VALUE SPACES.
       77 WS-REF-CIDADE PIC X(20) VALUE SPACES.
       77 WS-FLAGRADO PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-CLIENTE-ANTES PIC X(168) VALUE SPACES.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-LIDAS PIC 9(8) VALUE ZEROS.
       77 WS-ACEITOS PIC 9(8) VALUE ZEROS.
       77 WS-REJEITADOS PIC 9(8) VALUE ZEROS.
       77 WS-PENDENTES PIC 9(8) VALUE ZEROS.
       77 WS-PND-TIPO PIC X VALUE SPACE.
       77 WS-PND-ORIGEM PIC X(12) VALUE 'NAMETRX'.
       77 WS-PND-RESULTADO PIC X VALUE SPACE.
       77 WS-PND-SEQ PIC 9(6) VALUE ZEROS.
       77 WS-NOME-AUD PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-RJS-STATUS PIC XX VALUE SPACES.
       77 WS-SUSPENSE PIC X VALUE 'N'.
       77 WS-DA-SUSPENSE PIC X VALUE 'N'.
       77 WS-REJEITOU PIC X VALUE 'N'.
       77 WS-ULTIMO-RJS PIC 9(6) VALUE ZEROS.
       77 WS-REENVIADAS PIC 9(8) VALUE ZEROS.
       77 WS-REENV-ACEITAS PIC 9(8) VALUE ZEROS.
       77 WS-SUSPENSOS PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA MANUTENCAO'
               PERFORM GRAVAR-AUD-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMETRAN INDISPONIVEL, STATUS '
                   WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               CLOSE TRAN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF
           OPEN OUTPUT REJECT-FILE
      * without the suspense file the run goes on; NAMEREJ still
      * gets every reject
           OPEN I-O SUSPENSE-FILE
           IF WS-RJS-STATUS = '35'
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-RJS-STATUS = '00'
               MOVE 'Y' TO WS-SUSPENSE
               PERFORM REENVIAR-CORRIGIDAS
           ELSE
               DISPLAY 'ATENCAO.. REJSUSP INDISPONIVEL, STATUS '
                   WS-RJS-STATUS ', REJEITOS SO EM NAMEREJ'
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ TRAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDAS
                       PERFORM PROCESSAR-TRANSACAO
               END-READ
           END-PERFORM

           DISPLAY 'NAMETRX - LIDAS: ' WS-LIDAS
               ' ACEITAS: ' WS-ACEITOS
               ' REJEITADAS: ' WS-REJEITADOS
               ' PENDENTES: ' WS-PENDENTES
           DISPLAY 'REENVIADAS DO SUSPENSO: ' WS-REENVIADAS
               ' ACEITAS: ' WS-REENV-ACEITAS
               ' NOVAS EM SUSPENSO: ' WS-SUSPENSOS

           CLOSE TRAN-FILE
           IF WS-SUSPENSE = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE NAME-MASTER
           CLOSE AUDIT-LOG
           CLOSE REJECT-FILE
           GOBACK.

       GRAVAR-AUD-NEGADO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE SPACES TO AUD-NOME
           MOVE 'NEGADO' TO AUD-ACAO
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

      * corrected items are older than anything on tonight's
      * NAMETRAN, so they are applied first; the same pass finds the
      * last sequence in use for the new rejects of this run
       REENVIAR-CORRIGIDAS.
           MOVE ZEROS TO RJS-SEQ
           START SUSPENSE-FILE KEY IS NOT LESS THAN RJS-SEQ
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE RJS-SEQ TO WS-ULTIMO-RJS
               IF RJS-SITUACAO = 'C'
                   PERFORM REENVIAR-TRANSACAO
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-DA-SUSPENSE.

       REENVIAR-TRANSACAO.
           ADD 1 TO WS-REENVIADAS
           MOVE RJS-TRANSACAO TO TRN-RECORD
           MOVE 'Y' TO WS-DA-SUSPENSE
           MOVE 'N' TO WS-REJEITOU
           PERFORM PROCESSAR-TRANSACAO
      * a rejected item was already put back to P by GRAVAR-REJEITO
           IF WS-REJEITOU = 'N'
               ADD 1 TO WS-REENV-ACEITAS
               MOVE 'A' TO RJS-SITUACAO
               MOVE WS-DATA-EXEC TO RJS-DATA-ATUAL
               REWRITE RJS-RECORD
               IF WS-RJS-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO BAIXAR SUSPENSO '
                       RJS-SEQ ' STATUS ' WS-RJS-STATUS
               END-IF
           END-IF.

       PROCESSAR-TRANSACAO.
           MOVE SPACES TO WS-MOTIVO
           IF TRN-CUST-ID NOT NUMERIC
               MOVE 'ID INVALIDO' TO WS-MOTIVO
               PERFORM GRAVAR-REJEITO
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRN-ACAO
               WHEN 'A'
                   PERFORM INCLUIR-CLIENTE
               WHEN 'C'
                   PERFORM ALTERAR-CLIENTE
               WHEN 'D'
                   IF WS-NIVEL < 3
                       MOVE 'SEM AUTORIDADE PARA EXCLUSAO'
                           TO WS-MOTIVO
                       PERFORM GRAVAR-REJEITO
                       MOVE TRN-LAST-NAME TO WS-NOME-AUD
                       MOVE 'NEGADO' TO WS-ACAO-TXT
                       PERFORM GRAVAR-AUDITORIA
                   ELSE
                       PERFORM EXCLUIR-CLIENTE
                   END-IF
               WHEN OTHER
                   MOVE 'ACAO INVALIDA' TO WS-MOTIVO
                   PERFORM GRAVAR-REJEITO
           END-EVALUATE.

       VALIDAR-NOMES.
           MOVE 'N' TO WS-FLAGRADO
           CALL 'NAMEVAL' USING TRN-LAST-NAME WS-VALIDO
           IF WS-VALIDO NOT = 'Y'
               MOVE 'NOME INVALIDO' TO WS-MOTIVO
           ELSE
               CALL 'NAMEVAL' USING TRN-FIRST-NAME WS-VALIDO
               IF WS-VALIDO NOT = 'Y'
                   MOVE 'PRENOME INVALIDO' TO WS-MOTIVO
               ELSE
                   PERFORM VALIDAR-ENDERECO
                   IF WS-MOTIVO = SPACES
                       CALL 'NAMEXCP' USING TRN-LAST-NAME WS-FLAGRADO
                       IF WS-FLAGRADO = 'Y'
                           MOVE 'NOME NA LISTA DE EXCECOES'
                               TO WS-MOTIVO
                           MOVE TRN-LAST-NAME TO WS-NOME-AUD
                           MOVE 'BLOQUEADO' TO WS-ACAO-TXT
                           PERFORM GRAVAR-AUDITORIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDAR-ENDERECO.
           CALL 'ADDRVAL' USING TRN-UF TRN-CEP
               WS-VALIDO-UF WS-VALIDO-CEP
           IF WS-VALIDO-UF NOT = 'Y'
               MOVE 'UF INVALIDA' TO WS-MOTIVO
           ELSE
               IF WS-VALIDO-CEP NOT = 'Y'
                   MOVE 'CEP INVALIDO' TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               CALL 'ADDRCEP' USING TRN-UF TRN-CIDADE TRN-CEP
                   WS-RESULT-CEP WS-REF-UF WS-REF-CIDADE
               EVALUATE WS-RESULT-CEP
                   WHEN 'C'
                       MOVE 'CEP NAO CONSTA NA TABELA' TO WS-MOTIVO
                   WHEN 'U'
                       MOVE 'UF NAO CONFERE COM O CEP' TO WS-MOTIVO
                   WHEN 'M'
                       MOVE 'CIDADE NAO CONFERE COM O CEP'
                           TO WS-MOTIVO
               END-EVALUATE
           END-IF.

       INCLUIR-CLIENTE.
           MOVE TRN-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   PERFORM VALIDAR-NOMES
                   IF WS-MOTIVO = SPACES
                       MOVE TRN-CUST-ID TO CUST-ID
                       MOVE TRN-LAST-NAME TO CUST-LAST-NAME
                       MOVE TRN-FIRST-NAME TO CUST-FIRST-NAME
                       MOVE TRN-MI TO CUST-MI
                       MOVE TRN-ENDERECO TO CUST-ENDERECO
                       MOVE TRN-CIDADE TO CUST-CIDADE
                       MOVE TRN-UF TO CUST-UF
                       MOVE TRN-CEP TO CUST-CEP
                       MOVE TRN-FONE TO CUST-FONE
                       CALL 'NAMESND' USING TRN-LAST-NAME
                           CUST-FONKEY
                       ACCEPT CUST-DATE-ADDED FROM DATE YYYYMMDD
                       MOVE 'A' TO CUST-FEED-STATUS
                       MOVE ZEROS TO CUST-FEED-DATE
                       MOVE 'A' TO CUST-STATUS
                       MOVE CUST-DATE-ADDED TO CUST-STATUS-DATE
                       MOVE WS-OPERADOR TO CUST-STATUS-OPER
                       WRITE NM-RECORD
                       IF WS-MASTER-STATUS = '00'
                           ADD 1 TO WS-ACEITOS
                           MOVE 'W' TO WS-JRN-ACAO
                           PERFORM GRAVAR-JORNAL
                           PERFORM ATUALIZAR-ID-CONTROL
                           MOVE CUST-LAST-NAME TO WS-NOME-AUD
                           MOVE 'INCLUSAO' TO WS-ACAO-TXT
                           PERFORM GRAVAR-AUDITORIA
                           MOVE SPACES TO WS-CLIENTE-ANTES
                           PERFORM GRAVAR-HISTORICO
                       ELSE
                           MOVE 'FALHA AO GRAVAR CLIENTE'
                               TO WS-MOTIVO
                           PERFORM GRAVAR-REJEITO
                       END-IF
                   ELSE
                       PERFORM GRAVAR-REJEITO
                   END-IF
               NOT INVALID KEY
                   MOVE 'CLIENTE JA CADASTRADO' TO WS-MOTIVO
                   PERFORM GRAVAR-REJEITO
           END-READ.

       ALTERAR-CLIENTE.
           MOVE TRN-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
                   PERFORM GRAVAR-REJEITO
               NOT INVALID KEY
                   MOVE NM-RECORD TO WS-CLIENTE-ANTES
                   IF CUST-STATUS = 'I'
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
                   ELSE
                       PERFORM VALIDAR-NOMES
                   END-IF
                   IF WS-MOTIVO = SPACES
                       MOVE TRN-LAST-NAME TO CUST-LAST-NAME
                       MOVE TRN-FIRST-NAME TO CUST-FIRST-NAME
                       MOVE TRN-MI TO CUST-MI
                       MOVE TRN-ENDERECO TO CUST-ENDERECO
                       MOVE TRN-CIDADE TO CUST-CIDADE
                       MOVE TRN-UF TO CUST-UF
                       MOVE TRN-CEP TO CUST-CEP
                       MOVE TRN-FONE TO CUST-FONE
                       CALL 'NAMESND' USING TRN-LAST-NAME
                           CUST-FONKEY
                       MOVE 'A' TO CUST-FEED-STATUS
      * a change to any part of the name waits for a supervisor;
      * an address or phone change alone is applied at once
                       IF CUST-LAST-NAME NOT = WS-CLIENTE-ANTES(7:20)
                           OR CUST-FIRST-NAME
                               NOT = WS-CLIENTE-ANTES(27:20)
                           OR CUST-MI NOT = WS-CLIENTE-ANTES(47:1)
                           MOVE 'N' TO WS-PND-TIPO
                           PERFORM SOLICITAR-APROVACAO
                       ELSE
                           PERFORM GRAVAR-ALTERACAO
                       END-IF
                   ELSE
                       PERFORM GRAVAR-REJEITO
                   END-IF
           END-READ.

       GRAVAR-ALTERACAO.
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS = '00'
               ADD 1 TO WS-ACEITOS
               MOVE 'R' TO WS-JRN-ACAO
               PERFORM GRAVAR-JORNAL
               MOVE CUST-LAST-NAME TO WS-NOME-AUD
               MOVE 'ALTERACAO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               PERFORM GRAVAR-HISTORICO
           ELSE
               MOVE 'FALHA AO ALTERAR CLIENTE' TO WS-MOTIVO
               PERFORM GRAVAR-REJEITO
           END-IF.

      * the master is left untouched; the before image and the
      * record as it would be written go to PENDAPR for NAMEAPR
       SOLICITAR-APROVACAO.
           CALL 'NAMEPND' USING WS-PND-TIPO WS-OPERADOR WS-PND-ORIGEM
               WS-CLIENTE-ANTES NM-RECORD WS-PND-RESULTADO WS-PND-SEQ
           EVALUATE WS-PND-RESULTADO
               WHEN 'Y'
                   ADD 1 TO WS-PENDENTES
                   IF WS-PND-TIPO = 'N'
                       MOVE 'SOLIC-ALT' TO WS-ACAO-TXT
                   ELSE
                       MOVE 'SOLIC-EXC' TO WS-ACAO-TXT
                   END-IF
                   MOVE CUST-LAST-NAME TO WS-NOME-AUD
                   PERFORM GRAVAR-AUDITORIA
               WHEN 'P'
                   MOVE 'JA HA SOLICITACAO PENDENTE'
                       TO WS-MOTIVO
                   PERFORM GRAVAR-REJEITO
               WHEN OTHER
                   MOVE 'FALHA AO GRAVAR SOLICITACAO' TO WS-MOTIVO
                   PERFORM GRAVAR-REJEITO
           END-EVALUATE.

       EXCLUIR-CLIENTE.
           MOVE TRN-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
                   PERFORM GRAVAR-REJEITO
               NOT INVALID KEY
                   IF CUST-STATUS = 'I'
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WS-MOTIVO
                       PERFORM GRAVAR-REJEITO
                   ELSE
                       MOVE CUST-LAST-NAME TO WS-NOME-AUD
                       MOVE NM-RECORD TO WS-CLIENTE-ANTES
                       MOVE 'I' TO CUST-STATUS
                       ACCEPT CUST-STATUS-DATE FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR TO CUST-STATUS-OPER
                       MOVE 'A' TO CUST-FEED-STATUS
                       MOVE 'D' TO WS-PND-TIPO
                       PERFORM SOLICITAR-APROVACAO
                   END-IF
           END-READ.

       GRAVAR-JORNAL.
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD.

      * a transaction-chosen id must ratchet the shared IDCTL control
      * forward, or the next batch load would assign it again; when
      * the control does not exist yet the load's own seeding scan
      * will pick this record up, so nothing is created here
       ATUALIZAR-ID-CONTROL.
           OPEN I-O ID-CONTROL
           IF WS-IDC-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-IDC-STATUS NOT = '00'
               DISPLAY 'ERRO.. IDCTL INDISPONIVEL, STATUS '
                   WS-IDC-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ ID-CONTROL
               INVALID KEY
                   MOVE CUST-ID TO IDC-ULTIMO-ID
                   WRITE IDC-RECORD
               NOT INVALID KEY
                   IF CUST-ID > IDC-ULTIMO-ID
                       MOVE CUST-ID TO IDC-ULTIMO-ID
                       REWRITE IDC-RECORD
                   END-IF
           END-READ
           IF WS-IDC-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR IDCTL, STATUS '
                   WS-IDC-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE ID-CONTROL.

       GRAVAR-HISTORICO.
           CALL 'NAMEHST' USING WS-ACAO-TXT WS-OPERADOR
               WS-CLIENTE-ANTES NM-RECORD.

       GRAVAR-REJEITO.
           ADD 1 TO WS-REJEITADOS
           MOVE SPACES TO REJ-RECORD
           MOVE TRN-RECORD TO REJ-TRANSACAO
           MOVE WS-MOTIVO TO REJ-MOTIVO
           WRITE REJ-RECORD
           MOVE 'Y' TO WS-REJEITOU
           IF WS-SUSPENSE = 'Y'
               IF WS-DA-SUSPENSE = 'Y'
                   PERFORM DEVOLVER-SUSPENSO
               ELSE
                   PERFORM GRAVAR-SUSPENSO
               END-IF
           END-IF.

      * a corrected item that fails again keeps its sequence and its
      * first rejection date, so its age is not reset by the retry
       DEVOLVER-SUSPENSO.
           MOVE 'P' TO RJS-SITUACAO
           MOVE WS-MOTIVO TO RJS-MOTIVO
           MOVE WS-DATA-EXEC TO RJS-DATA-ULTIMA
           MOVE WS-DATA-EXEC TO RJS-DATA-ATUAL
           REWRITE RJS-RECORD
           IF WS-RJS-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO DEVOLVER SUSPENSO '
                   RJS-SEQ ' STATUS ' WS-RJS-STATUS
           END-IF.

       GRAVAR-SUSPENSO.
           INITIALIZE RJS-RECORD
           ADD 1 TO WS-ULTIMO-RJS
           MOVE WS-ULTIMO-RJS TO RJS-SEQ
           MOVE TRN-RECORD TO RJS-ORIGINAL
           MOVE TRN-RECORD TO RJS-TRANSACAO
           MOVE WS-MOTIVO TO RJS-MOTIVO
           MOVE WS-DATA-EXEC TO RJS-DATA-REJEICAO
           MOVE WS-DATA-EXEC TO RJS-DATA-ULTIMA
           MOVE ZEROS TO RJS-CORRECOES
           MOVE 'P' TO RJS-SITUACAO
           MOVE WS-OPERADOR TO RJS-OPERADOR
           MOVE WS-DATA-EXEC TO RJS-DATA-ATUAL
           WRITE RJS-RECORD
           IF WS-RJS-STATUS = '00'
               ADD 1 TO WS-SUSPENSOS
           ELSE
               DISPLAY 'ERRO.. FALHA AO GRAVAR SUSPENSO PARA '
                   TRN-CUST-ID ' STATUS ' WS-RJS-STATUS
           END-IF.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-NOME-AUD TO AUD-NOME
           MOVE WS-ACAO-TXT TO AUD-ACAO
           WRITE AUD-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'AVISO.. FALHA AO GRAVAR AUDITORIA PARA: '
                   WS-NOME-AUD
           END-IF.
