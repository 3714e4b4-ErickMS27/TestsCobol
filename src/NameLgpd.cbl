       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMELGPD.

      ***********************************
      * LGPD data-subject requests for  *
      * one customer: A lists every     *
      * record holding the customer's   *
      * personal data (master, history, *
      * pending and rejected changes,   *
      * duplicate suspects, household,  *
      * journal and feed generations,   *
      * audit log and archives); N      *
      * overwrites the name, address,   *
      * phone and phonetic key in all   *
      * of them, keeping the id and the *
      * dates so counts and audit       *
      * sequence still reconcile, and   *
      * certifies the files and records *
      * touched                         *
      * parametro: funcao A/N, id       *
      * resultado: LGPDACES.id ou       *
      * LGPDCERT.id                     *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-SEQ
               ALTERNATE RECORD KEY IS PND-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "REJSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJS-SEQ
               FILE STATUS IS WS-RJS-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-SEQ
               FILE STATUS IS WS-DUSP-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "DOMICIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-ID
               ALTERNATE RECORD KEY IS DOM-CHAVE
               FILE STATUS IS WS-DOM-STATUS.

           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-CHAVE
               FILE STATUS IS WS-GEN-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-ARQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT FEED-FILE ASSIGN TO WS-ARQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT AUDIT-LOG ASSIGN TO WS-AUD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT WORK-FILE ASSIGN TO "LGPDWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO WS-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  HISTORY-FILE.
       01  HIST-RECORD.
           COPY "HISTREC.cpy".

       FD  PENDING-FILE.
       01  PND-RECORD.
           COPY "PENDREC.cpy".

       FD  SUSPENSE-FILE.
       01  RJS-RECORD.
           COPY "REJSREC.cpy".

       FD  SUSPECT-FILE.
       01  DUP-RECORD.
           COPY "DUPSREC.cpy".

       FD  HOUSEHOLD-FILE.
       01  DOM-RECORD.
           COPY "DOMREC.cpy".

       FD  GEN-CATALOG.
       01  GEN-RECORD.
           COPY "GENREC.cpy".

       FD  JOURNAL-FILE.
       01  JRN-RECORD.
           COPY "JRNLREC.cpy".

       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY "FEEDREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  WORK-FILE.
       01  WORK-HIST PIC X(392).
       01  WORK-JRN PIC X(207).
       01  WORK-FEED PIC X(133).
       01  WORK-AUD PIC X(66).

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-PEND-STATUS PIC XX VALUE SPACES.
       77 WS-RJS-STATUS PIC XX VALUE SPACES.
       77 WS-DUSP-STATUS PIC XX VALUE SPACES.
       77 WS-DOM-STATUS PIC XX VALUE SPACES.
       77 WS-GEN-STATUS PIC XX VALUE SPACES.
       77 WS-ARQ-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-ARQ-FILENAME PIC X(30) VALUE SPACES.
       77 WS-AUD-FILENAME PIC X(30) VALUE 'AUDITLOG'.
       77 WS-RPT-FILENAME PIC X(30) VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-ID PIC X(6) VALUE SPACES.
       77 WRK-CONFIRMA PIC X VALUE SPACE.
       77 WS-CUST-ID PIC 9(6) VALUE ZEROS.
       77 WS-NO-MASTER PIC X VALUE 'N'.
       77 WS-NOME-AUD PIC X(20) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-MASC-SOBRENOME PIC X(20) VALUE SPACES.
       77 WS-MASC-PRENOME PIC X(20) VALUE 'ANONIMO'.
       77 WS-MASC-FONKEY PIC X(4) VALUE SPACES.
       77 WS-MOTIVO-LGPD PIC X(30) VALUE 'ANONIMIZADO (LGPD)'.
       77 WS-ROTULO PIC X(8) VALUE SPACES.
       77 WS-ARQ-ATUAL PIC X(30) VALUE SPACES.
       77 WS-OBS PIC X(24) VALUE SPACES.
       77 WS-TOCADOS PIC 9(8) VALUE ZEROS.
       77 WS-FALHAS PIC 9(8) VALUE ZEROS.
       77 WS-TOT-FALHAS PIC 9(8) VALUE ZEROS.
       77 WS-COMUNS PIC 9(8) VALUE ZEROS.
       77 WS-TOT-ARQUIVOS PIC 9(4) VALUE ZEROS.
       77 WS-TOT-REGISTROS PIC 9(8) VALUE ZEROS.
       77 WS-TOCOU PIC X VALUE 'N'.
       77 WS-GEN-TIPO-ALVO PIC X(4) VALUE SPACES.
       77 WS-FIM-CATALOGO PIC X VALUE 'N'.
       77 WS-SUB PIC 99 VALUE ZEROS.
       77 WS-SUB2 PIC 99 VALUE ZEROS.
       77 WS-ACHOU PIC 99 VALUE ZEROS.
       77 WS-QTD-NOMES PIC 99 VALUE ZEROS.
       77 WS-MAX-NOMES PIC 99 VALUE 30.
       77 WS-NOME-AUX PIC X(20) VALUE SPACES.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-ACAO-HIST PIC X(10) VALUE 'ANONIMIZA'.
       77 WS-DATA-INICIO PIC 9(8) VALUE ZEROS.
       77 WS-DATA-AUX PIC 9(8) VALUE ZEROS.
       77 WS-DATA-DIA PIC 9(8) VALUE ZEROS.
       77 WS-INT-DIA PIC 9(8) VALUE ZEROS.
       77 WS-INT-FIM PIC 9(8) VALUE ZEROS.
       77 WS-CATALOGADO PIC X VALUE 'N'.
       77 WS-PELA-DATA PIC X VALUE 'N'.
       77 WS-CATALOGO-ABERTO PIC X VALUE 'N'.
       01  WS-MES-ARQ.
           05  WS-MES-AAAA PIC 9(4).
           05  WS-MES-MM PIC 99.
      * every surname the subject has been known by; the audit log
      * only carries the surname, so these identify the customer there
       01  WS-TABELA-NOMES.
           05  WS-NOME-ENT OCCURS 30 TIMES.
               10  WS-NOME-TAB PIC X(20).
               10  WS-NOME-COMUM PIC X.
       01  WS-IMAGEM.
           COPY "CUSTREC.cpy" REPLACING LEADING ==CUST-== BY ==IMG-==.
       01  WS-TRANSACAO.
           COPY "TRANREC.cpy".

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. PEDIDOS LGPD RESTRITOS A SUPERVISORES'
               MOVE SPACES TO WS-NOME-AUD
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           DISPLAY 'FUNCAO (A-RELATORIO DE ACESSO N-ANONIMIZAR): '
           ACCEPT WRK-FUNCAO FROM CONSOLE
           IF WRK-FUNCAO = 'a'
               MOVE 'A' TO WRK-FUNCAO
           END-IF
           IF WRK-FUNCAO = 'n'
               MOVE 'N' TO WRK-FUNCAO
           END-IF
           IF WRK-FUNCAO NOT = 'A' AND WRK-FUNCAO NOT = 'N'
               DISPLAY 'ERRO.. FUNCAO INVALIDA'
               STOP RUN
           END-IF
           DISPLAY 'ID DO CLIENTE: '
           ACCEPT WRK-ID FROM CONSOLE
           IF WRK-ID NOT NUMERIC OR WRK-ID = '000000'
               DISPLAY 'ERRO.. ID INVALIDO'
               STOP RUN
           END-IF
           MOVE WRK-ID TO WS-CUST-ID

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
      * a customer purged off the master is still a data subject: their
      * history, journal and archive copies are searched all the same
           MOVE WS-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-NO-MASTER
                   DISPLAY 'AVISO.. CLIENTE ' WRK-ID
                       ' NAO ESTA NO NAMEMAST, SERAO PESQUISADAS AS '
                       'DEMAIS COPIAS'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NO-MASTER
                   DISPLAY 'CLIENTE ' CUST-ID ' ' CUST-LAST-NAME ' '
                       CUST-FIRST-NAME
           END-READ
           IF WRK-FUNCAO = 'N'
               DISPLAY 'CONFIRMA A ANONIMIZACAO DEFINITIVA DOS DADOS '
                   'PESSOAIS DO CLIENTE ' WRK-ID ' EM TODOS OS '
                   'ARQUIVOS (S/N)? '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   DISPLAY 'ANONIMIZACAO CANCELADA'
                   CLOSE NAME-MASTER
                   STOP RUN
               END-IF
           END-IF

      * the masked surname carries the id, so the record stays unique
      * and valid for every name edit, and the phonetic key is the one
      * NAMECHK would compute for it
           STRING 'ANONIMO-' DELIMITED BY SIZE
               WRK-ID DELIMITED BY SIZE
               INTO WS-MASC-SOBRENOME
           END-STRING
           CALL 'NAMESND' USING WS-MASC-SOBRENOME WS-MASC-FONKEY
           INITIALIZE WS-TABELA-NOMES

           IF WRK-FUNCAO = 'A'
               STRING 'LGPDACES.' DELIMITED BY SIZE
                   WRK-ID DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
               END-STRING
           ELSE
               STRING 'LGPDCERT.' DELIMITED BY SIZE
                   WRK-ID DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
               END-STRING
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM PROCESSAR-MASTER
           PERFORM PROCESSAR-HISTORICO
           PERFORM PROCESSAR-PENDENCIAS
           PERFORM PROCESSAR-SUSPENSOS
           PERFORM PROCESSAR-DUPLICATAS
           PERFORM PROCESSAR-DOMICILIOS
           MOVE 'JRNL' TO WS-GEN-TIPO-ALVO
           PERFORM PROCESSAR-GERACOES
           MOVE 'FEED' TO WS-GEN-TIPO-ALVO
           PERFORM PROCESSAR-GERACOES
           PERFORM PROCESSAR-DIAS-SEM-CATALOGO
           PERFORM VERIFICAR-NOMES-COMUNS
           MOVE 'AUDITLOG' TO WS-AUD-FILENAME
           PERFORM PROCESSAR-ARQ-AUDITORIA
           MOVE 'AUDA' TO WS-GEN-TIPO-ALVO
           PERFORM PROCESSAR-GERACOES
           PERFORM PROCESSAR-MESES-SEM-CATALOGO
           MOVE 'AUDITLOG' TO WS-AUD-FILENAME
      * the master goes last, so the journal and history entries
      * recording the anonymisation are not themselves re-scanned
           IF WRK-FUNCAO = 'N'
               PERFORM CERTIFICAR-MASTER
           END-IF

           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-FILE
           CLOSE NAME-MASTER

      * the program's own entry names the id only, never the person
           STRING 'CLIENTE ' DELIMITED BY SIZE
               WRK-ID DELIMITED BY SIZE
               INTO WS-NOME-AUD
           END-STRING
           IF WRK-FUNCAO = 'A'
               MOVE 'LGPD-ACES' TO WS-ACAO-TXT
           ELSE
               IF WS-TOT-FALHAS > 0
                   MOVE 'LGPD-FALHA' TO WS-ACAO-TXT
               ELSE
                   MOVE 'LGPD-ANON' TO WS-ACAO-TXT
               END-IF
           END-IF
           PERFORM GRAVAR-AUDITORIA
           DISPLAY 'NAMELGPD - ARQUIVOS: ' WS-TOT-ARQUIVOS
               ' REGISTROS: ' WS-TOT-REGISTROS
               ' RELATORIO: ' WS-RPT-FILENAME
           IF WS-TOT-FALHAS > 0
               DISPLAY 'ERRO.. ANONIMIZACAO INCOMPLETA, FALHAS: '
                   WS-TOT-FALHAS
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * on an anonymisation the master's certificate line waits for
      * CERTIFICAR-MASTER, so it shows what the rewrite really did
       PROCESSAR-MASTER.
           MOVE 'NAMEMAST' TO WS-ARQ-ATUAL
           IF WRK-FUNCAO = 'A'
               PERFORM IMPRIMIR-INICIO-ARQUIVO
           END-IF
           IF WS-NO-MASTER = 'Y'
               MOVE CUST-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               MOVE CUST-DATE-ADDED TO WS-DATA-AUX
               PERFORM ANOTAR-DATA
               IF WRK-FUNCAO = 'A'
                   ADD 1 TO WS-TOCADOS
                   MOVE NM-RECORD TO WS-IMAGEM
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  INCLUIDO EM ' DELIMITED BY SIZE
                       CUST-DATE-ADDED DELIMITED BY SIZE
                       '  SITUACAO ' DELIMITED BY SIZE
                       CUST-STATUS DELIMITED BY SIZE
                       '  FONKEY ' DELIMITED BY SIZE
                       CUST-FONKEY DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
                   MOVE 'CADASTRO' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               END-IF
           ELSE
               MOVE 'NAO CADASTRADO' TO WS-OBS
           END-IF
           IF WRK-FUNCAO = 'A'
               PERFORM IMPRIMIR-FIM-ARQUIVO
           END-IF.

       CERTIFICAR-MASTER.
           MOVE 'NAMEMAST' TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           IF WS-NO-MASTER = 'Y'
               PERFORM ANONIMIZAR-MASTER
           ELSE
               MOVE 'NAO CADASTRADO' TO WS-OBS
           END-IF
           PERFORM IMPRIMIR-FIM-ARQUIVO.

      * the journal and history entries of the change itself carry the
      * masked image on both sides, so nothing personal is re-written
       ANONIMIZAR-MASTER.
           MOVE WS-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. CLIENTE ' WRK-ID
                       ' NAO ENCONTRADO AO ANONIMIZAR'
                   ADD 1 TO WS-FALHAS
                   EXIT PARAGRAPH
           END-READ
           MOVE NM-RECORD TO WS-IMAGEM
           PERFORM MASCARAR-IMAGEM
           MOVE WS-IMAGEM TO NM-RECORD
           MOVE 'A' TO CUST-FEED-STATUS
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ANONIMIZAR NAMEMAST, STATUS '
                   WS-MASTER-STATUS
               ADD 1 TO WS-FALHAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOCADOS
           MOVE 'R' TO WS-JRN-ACAO
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           CALL 'NAMEHST' USING WS-ACAO-HIST WS-OPERADOR
               WS-IMAGEM NM-RECORD.

       PROCESSAR-HISTORICO.
           MOVE 'NAMEHIST' TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'INDISPONIVEL' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WRK-FUNCAO = 'N'
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-HISTORICO
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WRK-FUNCAO = 'N'
               CLOSE WORK-FILE
               IF WS-TOCADOS > 0
                   PERFORM REGRAVAR-HISTORICO
               END-IF
           END-IF
           PERFORM IMPRIMIR-FIM-ARQUIVO.

      * HIST-CUST-ID is the after image's id, or the before image's on a
      * deletion, so a merge also leaves the absorbed id in one image
       TRATAR-HISTORICO.
           MOVE 'N' TO WS-TOCOU
           IF HIST-CUST-ID = WS-CUST-ID
               OR HIST-ANTES(1:6) = WRK-ID
               OR HIST-DEPOIS(1:6) = WRK-ID
               MOVE 'Y' TO WS-TOCOU
               ADD 1 TO WS-TOCADOS
               MOVE HIST-DATA TO WS-DATA-AUX
               PERFORM ANOTAR-DATA
               IF WRK-FUNCAO = 'A'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       HIST-DATA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       HIST-HORA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       HIST-ACAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       HIST-OPERADOR DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-IF
           IF HIST-ANTES(1:6) = WRK-ID
               MOVE HIST-ANTES(1:168) TO WS-IMAGEM
               MOVE IMG-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               IF WRK-FUNCAO = 'A'
                   MOVE 'ANTES' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               ELSE
                   PERFORM MASCARAR-IMAGEM
                   MOVE WS-IMAGEM TO HIST-ANTES(1:168)
               END-IF
           END-IF
           IF HIST-DEPOIS(1:6) = WRK-ID
               MOVE HIST-DEPOIS(1:168) TO WS-IMAGEM
               MOVE IMG-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               IF WRK-FUNCAO = 'A'
                   MOVE 'DEPOIS' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               ELSE
                   PERFORM MASCARAR-IMAGEM
                   MOVE WS-IMAGEM TO HIST-DEPOIS(1:168)
               END-IF
           END-IF
           IF WRK-FUNCAO = 'N'
               MOVE HIST-RECORD TO WORK-HIST
               WRITE WORK-HIST
           END-IF.

       REGRAVAR-HISTORICO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT HISTORY-FILE
      * the file was left as it was, so nothing in it was masked
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ' WS-ARQ-ATUAL
                   ', STATUS ' WS-HIST-STATUS
               ADD WS-TOCADOS TO WS-FALHAS
               MOVE ZEROS TO WS-TOCADOS
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-HIST TO HIST-RECORD
                       WRITE HIST-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE HISTORY-FILE.

      * a change still waiting for approval would put the personal data
      * back, so it is rejected as well as masked
       PROCESSAR-PENDENCIAS.
           MOVE 'PENDAPR' TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'INDISPONIVEL' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUST-ID TO PND-CUST-ID
           START PENDING-FILE KEY = PND-CUST-ID
               INVALID KEY
                   CLOSE PENDING-FILE
                   PERFORM IMPRIMIR-FIM-ARQUIVO
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ PENDING-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PND-CUST-ID NOT = WS-CUST-ID
                   EXIT PERFORM
               END-IF
               PERFORM TRATAR-PENDENCIA
           END-PERFORM
           CLOSE PENDING-FILE
           PERFORM IMPRIMIR-FIM-ARQUIVO.

       TRATAR-PENDENCIA.
           ADD 1 TO WS-TOCADOS
           MOVE PND-DATA-SOLIC TO WS-DATA-AUX
           PERFORM ANOTAR-DATA
           IF WRK-FUNCAO = 'A'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SEQ ' DELIMITED BY SIZE
                   PND-SEQ DELIMITED BY SIZE
                   ' TIPO ' DELIMITED BY SIZE
                   PND-TIPO DELIMITED BY SIZE
                   ' SITUACAO ' DELIMITED BY SIZE
                   PND-SITUACAO DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   PND-DATA-SOLIC DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   PND-ORIGEM DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF
           IF PND-ANTES NOT = SPACES
               MOVE PND-ANTES TO WS-IMAGEM
               MOVE IMG-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               IF WRK-FUNCAO = 'A'
                   MOVE 'ANTES' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               ELSE
                   PERFORM MASCARAR-IMAGEM
                   MOVE WS-IMAGEM TO PND-ANTES
               END-IF
           END-IF
           IF PND-DEPOIS NOT = SPACES
               MOVE PND-DEPOIS TO WS-IMAGEM
               MOVE IMG-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               IF WRK-FUNCAO = 'A'
                   MOVE 'DEPOIS' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               ELSE
                   PERFORM MASCARAR-IMAGEM
                   MOVE WS-IMAGEM TO PND-DEPOIS
               END-IF
           END-IF
           IF WRK-FUNCAO = 'N'
               IF PND-SITUACAO = 'P'
                   MOVE 'R' TO PND-SITUACAO
                   MOVE WS-OPERADOR TO PND-DECISOR
                   MOVE WS-DATA-EXEC TO PND-DATA-DECISAO
                   MOVE WS-MOTIVO-LGPD TO PND-MOTIVO
               END-IF
               REWRITE PND-RECORD
               IF WS-PEND-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO ANONIMIZAR PENDAPR '
                       PND-SEQ ', STATUS ' WS-PEND-STATUS
                   SUBTRACT 1 FROM WS-TOCADOS
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF.

      * REJSUSP is keyed on its own sequence, so every item is read;
      * open items are cancelled so a resubmission cannot restore data
       PROCESSAR-SUSPENSOS.
           MOVE 'REJSUSP' TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN I-O SUSPENSE-FILE
           IF WS-RJS-STATUS NOT = '00'
               MOVE 'INDISPONIVEL' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO RJS-SEQ
           START SUSPENSE-FILE KEY NOT < RJS-SEQ
               INVALID KEY
                   CLOSE SUSPENSE-FILE
                   PERFORM IMPRIMIR-FIM-ARQUIVO
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RJS-ORIGINAL(2:6) = WRK-ID
                   OR RJS-TRANSACAO(2:6) = WRK-ID
                   PERFORM TRATAR-SUSPENSO
               END-IF
           END-PERFORM
           CLOSE SUSPENSE-FILE
           PERFORM IMPRIMIR-FIM-ARQUIVO.

       TRATAR-SUSPENSO.
           ADD 1 TO WS-TOCADOS
           MOVE RJS-DATA-REJEICAO TO WS-DATA-AUX
           PERFORM ANOTAR-DATA
           IF WRK-FUNCAO = 'A'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SEQ ' DELIMITED BY SIZE
                   RJS-SEQ DELIMITED BY SIZE
                   ' SITUACAO ' DELIMITED BY SIZE
                   RJS-SITUACAO DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   RJS-DATA-REJEICAO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RJS-MOTIVO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF
           MOVE RJS-ORIGINAL TO WS-TRANSACAO
           MOVE TRN-LAST-NAME TO WS-NOME-AUX
           PERFORM GUARDAR-NOME
           IF WRK-FUNCAO = 'A'
               MOVE 'ORIGINAL' TO WS-ROTULO
               PERFORM IMPRIMIR-TRANSACAO
           ELSE
               PERFORM MASCARAR-TRANSACAO
               MOVE WS-TRANSACAO TO RJS-ORIGINAL
           END-IF
           MOVE RJS-TRANSACAO TO WS-TRANSACAO
           MOVE TRN-LAST-NAME TO WS-NOME-AUX
           PERFORM GUARDAR-NOME
           IF WRK-FUNCAO = 'A'
               MOVE 'ATUAL' TO WS-ROTULO
               PERFORM IMPRIMIR-TRANSACAO
           ELSE
               PERFORM MASCARAR-TRANSACAO
               MOVE WS-TRANSACAO TO RJS-TRANSACAO
               IF RJS-SITUACAO = 'P' OR RJS-SITUACAO = 'C'
                   MOVE 'X' TO RJS-SITUACAO
                   MOVE WS-MOTIVO-LGPD TO RJS-MOTIVO-CANC
                   MOVE WS-OPERADOR TO RJS-OPERADOR
                   MOVE WS-DATA-EXEC TO RJS-DATA-ATUAL
               END-IF
               REWRITE RJS-RECORD
               IF WS-RJS-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO ANONIMIZAR REJSUSP '
                       RJS-SEQ ', STATUS ' WS-RJS-STATUS
                   SUBTRACT 1 FROM WS-TOCADOS
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF.

      * only suspects merged onto this customer hold the name: a name
      * accepted as new or cleared was loaded under another id, and a
      * pending one is still somebody else's until it is reviewed
       PROCESSAR-DUPLICATAS.
           MOVE 'DUPSUSP' TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN I-O SUSPECT-FILE
           IF WS-DUSP-STATUS NOT = '00'
               MOVE 'INDISPONIVEL' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO DUP-SEQ
           START SUSPECT-FILE KEY NOT < DUP-SEQ
               INVALID KEY
                   CLOSE SUSPECT-FILE
                   PERFORM IMPRIMIR-FIM-ARQUIVO
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ SUSPECT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF DUP-CUST-ID = WS-CUST-ID AND DUP-SITUACAO = 'M'
                   PERFORM TRATAR-DUPLICATA
               END-IF
           END-PERFORM
           CLOSE SUSPECT-FILE
           PERFORM IMPRIMIR-FIM-ARQUIVO.

       TRATAR-DUPLICATA.
           ADD 1 TO WS-TOCADOS
           MOVE DUP-DATA-CARGA TO WS-DATA-AUX
           PERFORM ANOTAR-DATA
           MOVE DUP-NOME TO WS-NOME-AUX
           PERFORM GUARDAR-NOME
           IF WRK-FUNCAO = 'A'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  SEQ ' DELIMITED BY SIZE
                   DUP-SEQ DELIMITED BY SIZE
                   ' SITUACAO ' DELIMITED BY SIZE
                   DUP-SITUACAO DELIMITED BY SIZE
                   ' CARGA ' DELIMITED BY SIZE
                   DUP-DATA-CARGA DELIMITED BY SIZE
                   ' NOME ' DELIMITED BY SIZE
                   DUP-NOME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DUP-TIPO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           ELSE
               MOVE WS-MASC-SOBRENOME TO DUP-NOME
               REWRITE DUP-RECORD
               IF WS-DUSP-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO ANONIMIZAR DUPSUSP '
                       DUP-SEQ ', STATUS ' WS-DUSP-STATUS
                   SUBTRACT 1 FROM WS-TOCADOS
                   ADD 1 TO WS-FALHAS
               END-IF
           END-IF.

      * the customer leaves the household; a household left empty holds
      * nothing but that address and is removed, as NAMEDOM would do
       PROCESSAR-DOMICILIOS.
           MOVE 'DOMICIL' TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN I-O HOUSEHOLD-FILE
           IF WS-DOM-STATUS NOT = '00'
               MOVE 'INDISPONIVEL' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO DOM-ID
           START HOUSEHOLD-FILE KEY NOT < DOM-ID
               INVALID KEY
                   CLOSE HOUSEHOLD-FILE
                   PERFORM IMPRIMIR-FIM-ARQUIVO
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE ZEROS TO WS-ACHOU
               PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DOM-QTD-MEMBROS OR WS-SUB > 20
                   IF DOM-MEMBRO-ID(WS-SUB) = WS-CUST-ID
                       MOVE WS-SUB TO WS-ACHOU
                   END-IF
               END-PERFORM
               IF WS-ACHOU > 0
                   PERFORM TRATAR-DOMICILIO
               END-IF
           END-PERFORM
           CLOSE HOUSEHOLD-FILE
           PERFORM IMPRIMIR-FIM-ARQUIVO.

       TRATAR-DOMICILIO.
           ADD 1 TO WS-TOCADOS
           IF WRK-FUNCAO = 'A'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  DOMICILIO ' DELIMITED BY SIZE
                   DOM-ID DELIMITED BY SIZE
                   ' MEMBROS ' DELIMITED BY SIZE
                   DOM-QTD-MEMBROS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DOM-ENDERECO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DOM-CEP DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB FROM WS-ACHOU BY 1
               UNTIL WS-SUB >= DOM-QTD-MEMBROS OR WS-SUB >= 20
               COMPUTE WS-SUB2 = WS-SUB + 1
               MOVE DOM-MEMBRO-ID(WS-SUB2) TO DOM-MEMBRO-ID(WS-SUB)
           END-PERFORM
           MOVE ZEROS TO DOM-MEMBRO-ID(WS-SUB)
           SUBTRACT 1 FROM DOM-QTD-MEMBROS
           SUBTRACT WS-CUST-ID FROM DOM-SOMA-MEMBROS
           MOVE WS-DATA-EXEC TO DOM-DATA-ATUAL
           IF DOM-QTD-MEMBROS = 0
               DELETE HOUSEHOLD-FILE
           ELSE
               REWRITE DOM-RECORD
           END-IF
           IF WS-DOM-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR DOMICIL '
                   DOM-ID ', STATUS ' WS-DOM-STATUS
               SUBTRACT 1 FROM WS-TOCADOS
               ADD 1 TO WS-FALHAS
           END-IF.

      * catalogued generations first, whatever their date; an
      * eliminated one is already gone. Masking keeps ids, counts and
      * dates, so the catalog totals still match the rewritten file
       PROCESSAR-GERACOES.
           OPEN INPUT GEN-CATALOG
           IF WS-GEN-STATUS NOT = '00'
               MOVE 'GENCAT' TO WS-ARQ-ATUAL
               PERFORM IMPRIMIR-INICIO-ARQUIVO
               STRING 'INDISPONIVEL - ' DELIMITED BY SIZE
                   WS-GEN-TIPO-ALVO DELIMITED BY SIZE
                   INTO WS-OBS
               END-STRING
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-CATALOGO
           MOVE SPACES TO GEN-CHAVE
           MOVE WS-GEN-TIPO-ALVO TO GEN-TIPO
           START GEN-CATALOG KEY NOT < GEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CATALOGO
           END-START
           PERFORM UNTIL WS-FIM-CATALOGO = 'Y'
               READ GEN-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-CATALOGO
               END-READ
               IF WS-FIM-CATALOGO = 'N'
                   AND GEN-TIPO NOT = WS-GEN-TIPO-ALVO
                   MOVE 'Y' TO WS-FIM-CATALOGO
               END-IF
               IF WS-FIM-CATALOGO = 'N' AND GEN-SITUACAO NOT = 'E'
                   EVALUATE GEN-TIPO
                       WHEN 'JRNL'
                           MOVE GEN-ARQUIVO TO WS-ARQ-FILENAME
                           PERFORM PROCESSAR-JORNAL
                       WHEN 'FEED'
                           MOVE GEN-ARQUIVO TO WS-ARQ-FILENAME
                           PERFORM PROCESSAR-FEED
                       WHEN 'AUDA'
                           MOVE GEN-ARQUIVO TO WS-AUD-FILENAME
                           PERFORM PROCESSAR-ARQ-AUDITORIA
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE GEN-CATALOG.

      * journals, feeds and archives written before the catalog
      * existed, or on a day it could not be updated, are found by
      * name, from the first date the customer shows up through today
       PROCESSAR-DIAS-SEM-CATALOGO.
           IF WS-DATA-INICIO = ZEROS
               MOVE WS-DATA-EXEC TO WS-DATA-INICIO
           END-IF
           PERFORM ABRIR-CATALOGO
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
           COMPUTE WS-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
           PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
               COMPUTE WS-DATA-DIA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               MOVE 'JRNL' TO WS-GEN-TIPO-ALVO
               MOVE SPACES TO WS-ARQ-FILENAME
               STRING 'NAMEJRNL.' DELIMITED BY SIZE
                   WS-DATA-DIA DELIMITED BY SIZE
                   INTO WS-ARQ-FILENAME
               END-STRING
               PERFORM VERIFICAR-CATALOGO
               IF WS-CATALOGADO = 'N'
                   OPEN INPUT JOURNAL-FILE
                   IF WS-ARQ-STATUS = '00'
                       CLOSE JOURNAL-FILE
                       MOVE 'Y' TO WS-PELA-DATA
                       PERFORM PROCESSAR-JORNAL
                       MOVE 'N' TO WS-PELA-DATA
                   END-IF
               END-IF
               MOVE 'FEED' TO WS-GEN-TIPO-ALVO
               MOVE SPACES TO WS-ARQ-FILENAME
               STRING 'NAMEFEED.' DELIMITED BY SIZE
                   WS-DATA-DIA DELIMITED BY SIZE
                   INTO WS-ARQ-FILENAME
               END-STRING
               PERFORM VERIFICAR-CATALOGO
               IF WS-CATALOGADO = 'N'
                   OPEN INPUT FEED-FILE
                   IF WS-ARQ-STATUS = '00'
                       CLOSE FEED-FILE
                       MOVE 'Y' TO WS-PELA-DATA
                       PERFORM PROCESSAR-FEED
                       MOVE 'N' TO WS-PELA-DATA
                   END-IF
               END-IF
               ADD 1 TO WS-INT-DIA
           END-PERFORM
           PERFORM FECHAR-CATALOGO.

       PROCESSAR-MESES-SEM-CATALOGO.
           PERFORM ABRIR-CATALOGO
           MOVE 'AUDA' TO WS-GEN-TIPO-ALVO
           MOVE WS-DATA-INICIO(1:4) TO WS-MES-AAAA
           MOVE WS-DATA-INICIO(5:2) TO WS-MES-MM
           PERFORM UNTIL WS-MES-ARQ > WS-DATA-EXEC(1:6)
               MOVE SPACES TO WS-AUD-FILENAME
               STRING 'AUDARCH.' DELIMITED BY SIZE
                   WS-MES-ARQ DELIMITED BY SIZE
                   INTO WS-AUD-FILENAME
               END-STRING
               MOVE WS-AUD-FILENAME TO WS-ARQ-FILENAME
               PERFORM VERIFICAR-CATALOGO
               IF WS-CATALOGADO = 'N'
                   OPEN INPUT AUDIT-LOG
                   IF WS-AUDIT-STATUS = '00'
                       CLOSE AUDIT-LOG
                       MOVE 'Y' TO WS-PELA-DATA
                       PERFORM PROCESSAR-ARQ-AUDITORIA
                       MOVE 'N' TO WS-PELA-DATA
                   END-IF
               END-IF
               ADD 1 TO WS-MES-MM
               IF WS-MES-MM > 12
                   MOVE 1 TO WS-MES-MM
                   ADD 1 TO WS-MES-AAAA
               END-IF
           END-PERFORM
           PERFORM FECHAR-CATALOGO.

       ABRIR-CATALOGO.
           MOVE 'N' TO WS-CATALOGO-ABERTO
           OPEN INPUT GEN-CATALOG
           IF WS-GEN-STATUS = '00'
               MOVE 'Y' TO WS-CATALOGO-ABERTO
           END-IF.

       FECHAR-CATALOGO.
           IF WS-CATALOGO-ABERTO = 'Y'
               CLOSE GEN-CATALOG
               MOVE 'N' TO WS-CATALOGO-ABERTO
           END-IF.

      * an entry of any situacao means the catalog pass already took
      * the file, or retention eliminated it
       VERIFICAR-CATALOGO.
           MOVE 'N' TO WS-CATALOGADO
           IF WS-CATALOGO-ABERTO NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-TIPO-ALVO TO GEN-TIPO
           MOVE WS-ARQ-FILENAME TO GEN-ARQUIVO
           READ GEN-CATALOG
               INVALID KEY
                   MOVE 'N' TO WS-CATALOGADO
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CATALOGADO
           END-READ.

       ANOTAR-DATA.
           IF WS-DATA-AUX NOT NUMERIC OR WS-DATA-AUX = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-AUX) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-INICIO = ZEROS OR WS-DATA-AUX < WS-DATA-INICIO
               MOVE WS-DATA-AUX TO WS-DATA-INICIO
           END-IF.

       PROCESSAR-JORNAL.
           MOVE WS-ARQ-FILENAME TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN INPUT JOURNAL-FILE
           IF WS-ARQ-STATUS NOT = '00'
               MOVE 'NAO ENCONTRADO' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WRK-FUNCAO = 'N'
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-JORNAL
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           IF WRK-FUNCAO = 'N'
               CLOSE WORK-FILE
               IF WS-TOCADOS > 0
                   PERFORM REGRAVAR-JORNAL
               END-IF
           END-IF
           PERFORM IMPRIMIR-FIM-ARQUIVO.

       TRATAR-JORNAL.
           IF JRN-IMAGEM(1:6) = WRK-ID
               ADD 1 TO WS-TOCADOS
               MOVE JRN-DATA TO WS-DATA-AUX
               PERFORM ANOTAR-DATA
               MOVE JRN-IMAGEM(1:168) TO WS-IMAGEM
               MOVE IMG-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               IF WRK-FUNCAO = 'A'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       JRN-DATA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       JRN-HORA DELIMITED BY SIZE
                       ' ACAO ' DELIMITED BY SIZE
                       JRN-ACAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       JRN-OPERADOR DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
                   MOVE 'IMAGEM' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               ELSE
                   PERFORM MASCARAR-IMAGEM
                   MOVE WS-IMAGEM TO JRN-IMAGEM(1:168)
               END-IF
           END-IF
           IF WRK-FUNCAO = 'N'
               MOVE JRN-RECORD TO WORK-JRN
               WRITE WORK-JRN
           END-IF.

       REGRAVAR-JORNAL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT JOURNAL-FILE
      * the file was left as it was, so nothing in it was masked
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ' WS-ARQ-ATUAL
                   ', STATUS ' WS-ARQ-STATUS
               ADD WS-TOCADOS TO WS-FALHAS
               MOVE ZEROS TO WS-TOCADOS
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-JRN TO JRN-RECORD
                       WRITE JRN-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE JOURNAL-FILE.

       PROCESSAR-FEED.
           MOVE WS-ARQ-FILENAME TO WS-ARQ-ATUAL
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN INPUT FEED-FILE
           IF WS-ARQ-STATUS NOT = '00'
               MOVE 'NAO ENCONTRADO' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WRK-FUNCAO = 'N'
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-FEED
               END-READ
           END-PERFORM
           CLOSE FEED-FILE
           IF WRK-FUNCAO = 'N'
               CLOSE WORK-FILE
               IF WS-TOCADOS > 0
                   PERFORM REGRAVAR-FEED
               END-IF
           END-IF
           PERFORM IMPRIMIR-FIM-ARQUIVO.

      * header and trailer records start with a letter, never an id
       TRATAR-FEED.
           IF FEED-RECORD(1:6) = WRK-ID
               ADD 1 TO WS-TOCADOS
               MOVE FEED-LAST-NAME TO WS-NOME-AUX
               PERFORM GUARDAR-NOME
               IF WRK-FUNCAO = 'A'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ACAO ' DELIMITED BY SIZE
                       FEED-ACAO DELIMITED BY SIZE
                       ' INCLUIDO EM ' DELIMITED BY SIZE
                       FEED-DATE-ADDED DELIMITED BY SIZE
                       ' DOMICILIO ' DELIMITED BY SIZE
                       FEED-DOM-ID DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
                   MOVE SPACES TO WS-IMAGEM
                   MOVE FEED-LAST-NAME TO IMG-LAST-NAME
                   MOVE FEED-FIRST-NAME TO IMG-FIRST-NAME
                   MOVE FEED-MI TO IMG-MI
                   MOVE FEED-ENDERECO TO IMG-ENDERECO
                   MOVE FEED-CIDADE TO IMG-CIDADE
                   MOVE FEED-UF TO IMG-UF
                   MOVE FEED-CEP TO IMG-CEP
                   MOVE FEED-FONE TO IMG-FONE
                   MOVE 'IMAGEM' TO WS-ROTULO
                   PERFORM IMPRIMIR-IMAGEM
               ELSE
                   MOVE WS-MASC-SOBRENOME TO FEED-LAST-NAME
                   MOVE WS-MASC-PRENOME TO FEED-FIRST-NAME
                   MOVE SPACE TO FEED-MI
                   MOVE SPACES TO FEED-ENDERECO
                   MOVE SPACES TO FEED-CIDADE
                   MOVE SPACES TO FEED-UF
                   MOVE SPACES TO FEED-CEP
                   MOVE SPACES TO FEED-FONE
                   MOVE ZEROS TO FEED-DOM-ID
               END-IF
           END-IF
           IF WRK-FUNCAO = 'N'
               MOVE FEED-RECORD TO WORK-FEED
               WRITE WORK-FEED
           END-IF.

       REGRAVAR-FEED.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT FEED-FILE
      * the file was left as it was, so nothing in it was masked
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ' WS-ARQ-ATUAL
                   ', STATUS ' WS-ARQ-STATUS
               ADD WS-TOCADOS TO WS-FALHAS
               MOVE ZEROS TO WS-TOCADOS
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-FEED TO FEED-RECORD
                       WRITE FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE FEED-FILE.

      * the audit log keys on the surname only: a surname another
      * customer also carries identifies nobody and is left as it is
       VERIFICAR-NOMES-COMUNS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-NOMES
               MOVE 'N' TO WS-NOME-COMUM(WS-SUB)
               MOVE WS-NOME-TAB(WS-SUB) TO CUST-LAST-NAME
               START NAME-MASTER KEY = CUST-LAST-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VERIFICAR-NOME-COMUM
               END-START
           END-PERFORM.

       VERIFICAR-NOME-COMUM.
           PERFORM UNTIL 1 = 2
               READ NAME-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF CUST-LAST-NAME NOT = WS-NOME-TAB(WS-SUB)
                   EXIT PERFORM
               END-IF
               IF CUST-ID NOT = WS-CUST-ID
                   MOVE 'Y' TO WS-NOME-COMUM(WS-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       PROCESSAR-ARQ-AUDITORIA.
           MOVE WS-AUD-FILENAME TO WS-ARQ-ATUAL
           MOVE ZEROS TO WS-COMUNS
           PERFORM IMPRIMIR-INICIO-ARQUIVO
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'NAO ENCONTRADO' TO WS-OBS
               PERFORM IMPRIMIR-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           IF WRK-FUNCAO = 'N'
               OPEN OUTPUT WORK-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TRATAR-AUDITORIA
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           IF WRK-FUNCAO = 'N'
               CLOSE WORK-FILE
               IF WS-TOCADOS > 0
                   PERFORM REGRAVAR-AUDITORIA
               END-IF
           END-IF
           IF WS-COMUNS > 0
               STRING 'NOME EM COMUM: ' DELIMITED BY SIZE
                   WS-COMUNS DELIMITED BY SIZE
                   INTO WS-OBS
               END-STRING
           END-IF
           PERFORM IMPRIMIR-FIM-ARQUIVO.

       TRATAR-AUDITORIA.
           MOVE ZEROS TO WS-ACHOU
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-NOMES
               IF AUD-NOME = WS-NOME-TAB(WS-SUB)
                   MOVE WS-SUB TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU > 0
               IF WS-NOME-COMUM(WS-ACHOU) = 'Y'
                   ADD 1 TO WS-COMUNS
               ELSE
                   ADD 1 TO WS-TOCADOS
               END-IF
               IF WRK-FUNCAO = 'A'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       AUD-DATA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AUD-HORA DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AUD-ACAO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AUD-NOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       AUD-OPERADOR DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   IF WS-NOME-COMUM(WS-ACHOU) = 'Y'
                       MOVE '(COMUM)' TO WS-REPORT-LINE(73:7)
                   END-IF
                   PERFORM IMPRIMIR-LINHA
               ELSE
                   IF WS-NOME-COMUM(WS-ACHOU) NOT = 'Y'
                       MOVE WS-MASC-SOBRENOME TO AUD-NOME
                   END-IF
               END-IF
           END-IF
           IF WRK-FUNCAO = 'N'
               MOVE AUD-RECORD TO WORK-AUD
               WRITE WORK-AUD
           END-IF.

       REGRAVAR-AUDITORIA.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT AUDIT-LOG
      * the file was left as it was, so nothing in it was masked
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ' WS-ARQ-ATUAL
                   ', STATUS ' WS-AUDIT-STATUS
               ADD WS-TOCADOS TO WS-FALHAS
               MOVE ZEROS TO WS-TOCADOS
               CLOSE WORK-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-AUD TO AUD-RECORD
                       WRITE AUD-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE AUDIT-LOG.

       GUARDAR-NOME.
           IF WS-NOME-AUX = SPACES OR WS-NOME-AUX = WS-MASC-SOBRENOME
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-NOMES
               IF WS-NOME-TAB(WS-SUB) = WS-NOME-AUX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-QTD-NOMES >= WS-MAX-NOMES
               DISPLAY 'AVISO.. MAIS DE ' WS-MAX-NOMES
                   ' SOBRENOMES, IGNORADO ' WS-NOME-AUX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-NOMES
           MOVE WS-NOME-AUX TO WS-NOME-TAB(WS-QTD-NOMES).

      * address and phone are blanked, the way a customer with none on
      * file is held, so no address edit or household run picks it up
       MASCARAR-IMAGEM.
           MOVE WS-MASC-SOBRENOME TO IMG-LAST-NAME
           MOVE WS-MASC-PRENOME TO IMG-FIRST-NAME
           MOVE SPACE TO IMG-MI
           MOVE SPACES TO IMG-ENDERECO
           MOVE SPACES TO IMG-CIDADE
           MOVE SPACES TO IMG-UF
           MOVE SPACES TO IMG-CEP
           MOVE SPACES TO IMG-FONE
           MOVE WS-MASC-FONKEY TO IMG-FONKEY.

       MASCARAR-TRANSACAO.
           IF TRN-LAST-NAME NOT = SPACES
               MOVE WS-MASC-SOBRENOME TO TRN-LAST-NAME
           END-IF
           IF TRN-FIRST-NAME NOT = SPACES
               MOVE WS-MASC-PRENOME TO TRN-FIRST-NAME
           END-IF
           MOVE SPACE TO TRN-MI
           MOVE SPACES TO TRN-ENDERECO
           MOVE SPACES TO TRN-CIDADE
           MOVE SPACES TO TRN-UF
           MOVE SPACES TO TRN-CEP
           MOVE SPACES TO TRN-FONE.

       IMPRIMIR-IMAGEM.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    ' DELIMITED BY SIZE
               WS-ROTULO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IMG-LAST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IMG-FIRST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IMG-MI DELIMITED BY SIZE
               ' FONE ' DELIMITED BY SIZE
               IMG-FONE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING '             ' DELIMITED BY SIZE
               IMG-ENDERECO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IMG-CIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IMG-UF DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IMG-CEP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-TRANSACAO.
           MOVE SPACES TO WS-IMAGEM
           MOVE TRN-LAST-NAME TO IMG-LAST-NAME
           MOVE TRN-FIRST-NAME TO IMG-FIRST-NAME
           MOVE TRN-MI TO IMG-MI
           MOVE TRN-ENDERECO TO IMG-ENDERECO
           MOVE TRN-CIDADE TO IMG-CIDADE
           MOVE TRN-UF TO IMG-UF
           MOVE TRN-CEP TO IMG-CEP
           MOVE TRN-FONE TO IMG-FONE
           PERFORM IMPRIMIR-IMAGEM.

      * the access report shows each file's records under its name; the
      * certificate carries one line per file and no personal data
       IMPRIMIR-INICIO-ARQUIVO.
           MOVE ZEROS TO WS-TOCADOS
           MOVE ZEROS TO WS-FALHAS
           MOVE SPACES TO WS-OBS
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           IF WRK-FUNCAO = 'A'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '--- ' DELIMITED BY SIZE
                   WS-ARQ-ATUAL DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.

      * records that could not be masked are left out of the count
      * and shown as failures, so the certificate never vouches for them
       IMPRIMIR-FIM-ARQUIVO.
           IF WS-FALHAS > 0
               MOVE SPACES TO WS-OBS
               STRING 'FALHA ' DELIMITED BY SIZE
                   WS-FALHAS DELIMITED BY SIZE
                   INTO WS-OBS
               END-STRING
               ADD WS-FALHAS TO WS-TOT-FALHAS
           END-IF
           IF WS-PELA-DATA = 'Y' AND WS-OBS = SPACES
               MOVE 'NAO CATALOGADO' TO WS-OBS
           END-IF
           ADD 1 TO WS-TOT-ARQUIVOS
           ADD WS-TOCADOS TO WS-TOT-REGISTROS
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WRK-FUNCAO = 'A'
               STRING '    REGISTROS: ' DELIMITED BY SIZE
                   WS-TOCADOS DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-OBS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
               MOVE SPACES TO WS-REPORT-LINE
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   WS-ARQ-ATUAL DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-TOCADOS DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-OBS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           IF WRK-FUNCAO = 'A'
               STRING 'NAMELGPD - RELATORIO DE ACESSO' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'NAMELGPD - CERTIFICADO DE ANONIMIZACAO'
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           STRING '  DATA: ' DELIMITED BY SIZE
               WS-DATA-EXEC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(1:4) DELIMITED BY SIZE
               '  PAGINA: ' DELIMITED BY SIZE
               WS-PAGINA DELIMITED BY SIZE
               INTO WS-REPORT-LINE(41:40)
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTE: ' DELIMITED BY SIZE
               WRK-ID DELIMITED BY SIZE
               '   OPERADOR: ' DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WRK-FUNCAO = 'N'
               MOVE '  ARQUIVO                         REGISTROS   OBS'
                   TO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL ARQUIVOS: ' DELIMITED BY SIZE
               WS-TOT-ARQUIVOS DELIMITED BY SIZE
               '   REGISTROS: ' DELIMITED BY SIZE
               WS-TOT-REGISTROS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WRK-FUNCAO = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NOME, ENDERECO, FONE E FONKEY MASCARADOS; ID E '
                   DELIMITED BY SIZE
                   'DATAS MANTIDOS' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-TOT-FALHAS > 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'ANONIMIZACAO INCOMPLETA - REGISTROS COM '
                       DELIMITED BY SIZE
                       'FALHA: ' DELIMITED BY SIZE
                       WS-TOT-FALHAS DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-REPORT-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'COPIAS NAMEBKUP NAO ALTERADAS, EXPIRAM PELA '
                   DELIMITED BY SIZE
                   'RETENCAO DO GENRET' DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-REPORT-LINE TO RPT-LINE
               WRITE RPT-LINE
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
