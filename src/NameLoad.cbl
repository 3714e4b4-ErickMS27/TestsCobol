       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMELOAD.

      ***********************************
      * Batch loader for NAME-MASTER    *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-INPUT ASSIGN TO "NAMEIN"
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CHK-KEY
               FILE STATUS IS WS-CHK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "NAMERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-RPT ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-RPT ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-SEQ
               FILE STATUS IS WS-DUSP-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-IDC-KEY
               FILE STATUS IS WS-IDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the address portion is optional - name-only lines are space
      * filled past the name and load with a blank address as before
       FD  NAME-INPUT.
       01  NI-RECORD PIC X(20).
       01  NI-RECORD-ENDERECO.
           05  FILLER             PIC X(20).
           05  NI-DADOS-ENDERECO.
               10  NI-ENDERECO    PIC X(30).
               10  NI-CIDADE      PIC X(20).
               10  NI-UF          PIC XX.
               10  NI-CEP         PIC X(8).
           05  NI-FONE            PIC X(11).

       FD  EXCEPTION-RPT.
       01  EXRPT-LINE PIC X(80).

       FD  DUP-RPT.
       01  DUPRPT-LINE PIC X(80).

       FD  SUSPECT-FILE.
       01  DUP-RECORD.
           COPY "DUPSREC.cpy".

       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  CHECKPOINT-FILE.
       01  CHK-RECORD.
           COPY "CHKPTREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  RUN-CONTROL.
       01  RUN-RECORD.
           COPY "RUNREC.cpy".

       FD  ID-CONTROL.
       01  IDC-RECORD.
           COPY "IDCTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-NEXT-ID PIC 9(6) VALUE ZEROS.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-CHK-KEY PIC 9(4) VALUE 1.
       77 WS-CHK-STATUS PIC XX VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-RESTART-PARM PIC X(8) VALUE SPACES.
       77 WS-REC-COUNT PIC 9(8) VALUE ZEROS.
       77 WS-SKIP-COUNT PIC 9(8) VALUE ZEROS.
       77 WS-CHK-INTERVAL PIC 9(4) VALUE 100.
       77 WS-VALIDO PIC X VALUE 'N'.
       77 WS-ACEITOS PIC 9(8) VALUE ZEROS.
       77 WS-REJEITADOS PIC 9(8) VALUE ZEROS.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-STATUS-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-FLAGRADO PIC X VALUE 'N'.
       77 WS-END-INVALIDO PIC X VALUE 'N'.
       77 WS-VALIDO-UF PIC X VALUE 'N'.
       77 WS-VALIDO-CEP PIC X VALUE 'N'.
       77 WS-RESULT-CEP PIC X VALUE SPACE.
       77 WS-REF-UF PIC XX VALUE SPACES.
       77 WS-REF-CIDADE PIC X(20) VALUE SPACES.
       77 WS-FLAGRADOS PIC 9(8) VALUE ZEROS.
       77 WS-DUPLICADO PIC X VALUE 'N'.
       77 WS-DUPLICADOS PIC 9(8) VALUE ZEROS.
       77 WS-DUP-ID PIC 9(6) VALUE ZEROS.
       77 WS-DUP-NOME PIC X(20) VALUE SPACES.
       77 WS-DUP-TIPO PIC X(8) VALUE SPACES.
       77 WS-FONKEY PIC X(4) VALUE SPACES.
       77 WS-DUSP-STATUS PIC XX VALUE SPACES.
       77 WS-DUSP-SEQ PIC 9(6) VALUE ZEROS.
       77 WS-NOME-TAM PIC 99 VALUE ZEROS.
       77 WS-PREF-TAM PIC 99 VALUE ZEROS.
       77 WS-FIM-BUSCA PIC X VALUE 'N'.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-RUN-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-RUN-EOF PIC X VALUE 'N'.
       77 WS-JA-PROCESSADO PIC X VALUE 'N'.
       77 WS-PRIMEIRO-NOME PIC X(20) VALUE SPACES.
       77 WS-HORA-INICIO PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A CARGA'
               PERFORM GRAVAR-AUD-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RESTART-PARM FROM COMMAND-LINE

           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-INICIO FROM TIME

           PERFORM CAPTURAR-IDENTIDADE
           IF WS-RESTART-PARM NOT = 'RESTART'
               AND WS-RESTART-PARM NOT = 'FORCE'
               PERFORM VERIFICAR-RUN-CONTROL
               IF WS-JA-PROCESSADO = 'Y'
                   DISPLAY 'ERRO.. ESTA ENTRADA JA FOI PROCESSADA '
                       'COM SUCESSO'
                   DISPLAY 'INFORME FORCE PARA REPROCESSAR MESMO '
                       'ASSIM'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-RESTART-PARM NOT = 'RESTART'
               PERFORM GRAVAR-RUN-INICIO
           END-IF

           OPEN INPUT NAME-INPUT
           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'RECUPERE O CADASTRO PELO UTILITARIO NAMEBKP'
               CLOSE NAME-INPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-ID-CONTROL
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF
           IF WS-RESTART-PARM = 'RESTART'
               OPEN EXTEND REPORT-FILE
               OPEN EXTEND EXCEPTION-RPT
               OPEN EXTEND DUP-RPT
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT EXCEPTION-RPT
               OPEN OUTPUT DUP-RPT
           END-IF
           PERFORM ABRIR-SUSPEITAS
           PERFORM ABRIR-CHECKPOINT
           PERFORM POSICIONAR-RESTART
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-INPUT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-COUNT
                       IF WS-REC-COUNT > WS-SKIP-COUNT
                           PERFORM CARREGAR-NOME
                       END-IF
                       IF FUNCTION MOD(WS-REC-COUNT WS-CHK-INTERVAL)
                               = 0
                          PERFORM GRAVAR-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-RODAPE
           PERFORM GRAVAR-CHECKPOINT
           PERFORM GRAVAR-RUN-FIM
           CLOSE NAME-INPUT
           CLOSE NAME-MASTER
           CLOSE AUDIT-LOG
           CLOSE CHECKPOINT-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-RPT
           CLOSE DUP-RPT
           CLOSE SUSPECT-FILE
           CLOSE ID-CONTROL
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

      * the first input record doubles as the file's identity on the
      * run-control history, so the same corrections file cannot be
      * loaded twice by accident
       CAPTURAR-IDENTIDADE.
           MOVE SPACES TO WS-PRIMEIRO-NOME
           OPEN INPUT NAME-INPUT
           READ NAME-INPUT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE NI-RECORD TO WS-PRIMEIRO-NOME
           END-READ
           CLOSE NAME-INPUT.

       VERIFICAR-RUN-CONTROL.
           MOVE 'N' TO WS-JA-PROCESSADO
           MOVE 'N' TO WS-RUN-EOF
           OPEN INPUT RUN-CONTROL
           IF WS-RUN-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUN-EOF
           END-IF
           PERFORM UNTIL WS-RUN-EOF = 'Y'
               READ RUN-CONTROL
                   AT END
                       MOVE 'Y' TO WS-RUN-EOF
                   NOT AT END
                       IF RUN-TIPO = 'F'
                           AND RUN-SITUACAO = 'N'
                           AND RUN-DATA = WS-DATA-EXEC
                           AND RUN-ARQUIVO = WS-PRIMEIRO-NOME
                           MOVE 'Y' TO WS-JA-PROCESSADO
                           MOVE 'Y' TO WS-RUN-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-STATUS NOT = '35'
               CLOSE RUN-CONTROL
           END-IF.

       GRAVAR-RUN-INICIO.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUN-STATUS NOT = '00'
               OPEN OUTPUT RUN-CONTROL
               CLOSE RUN-CONTROL
               OPEN EXTEND RUN-CONTROL
           END-IF
           INITIALIZE RUN-RECORD
           MOVE 'I' TO RUN-TIPO
           MOVE WS-DATA-EXEC TO RUN-DATA
           MOVE WS-PRIMEIRO-NOME TO RUN-ARQUIVO
           MOVE WS-HORA-INICIO TO RUN-HORA-INICIO
           MOVE 'A' TO RUN-SITUACAO
           WRITE RUN-RECORD
           CLOSE RUN-CONTROL.

       GRAVAR-RUN-FIM.
           OPEN EXTEND RUN-CONTROL
           INITIALIZE RUN-RECORD
           MOVE 'F' TO RUN-TIPO
           MOVE WS-DATA-EXEC TO RUN-DATA
           MOVE WS-PRIMEIRO-NOME TO RUN-ARQUIVO
           MOVE WS-REC-COUNT TO RUN-REGISTROS
           MOVE WS-HORA-INICIO TO RUN-HORA-INICIO
           ACCEPT RUN-HORA-FIM FROM TIME
           MOVE WS-ACEITOS TO RUN-ACEITOS
           MOVE WS-REJEITADOS TO RUN-REJEITADOS
           MOVE WS-FLAGRADOS TO RUN-FLAGRADOS
           MOVE WS-DUPLICADOS TO RUN-DUPLICADOS
           MOVE 'N' TO RUN-SITUACAO
           WRITE RUN-RECORD
           CLOSE RUN-CONTROL.

      * the durable control record replaces the full-master scan and,
      * unlike the scan, survives a purge of the highest ids - an id
      * once assigned is never handed out again
       ABRIR-ID-CONTROL.
           OPEN I-O ID-CONTROL
           IF WS-IDC-STATUS = '35'
               PERFORM SEMEAR-PELO-MASTER
               OPEN OUTPUT ID-CONTROL
               MOVE WS-NEXT-ID TO IDC-ULTIMO-ID
               WRITE IDC-RECORD
               CLOSE ID-CONTROL
               OPEN I-O ID-CONTROL
               DISPLAY 'IDCTL CRIADO COM ULTIMO ID ' IDC-ULTIMO-ID
           END-IF
           IF WS-IDC-STATUS NOT = '00'
               DISPLAY 'ERRO.. IDCTL INDISPONIVEL, STATUS '
                   WS-IDC-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ ID-CONTROL
               INVALID KEY
                   PERFORM SEMEAR-PELO-MASTER
                   MOVE WS-NEXT-ID TO IDC-ULTIMO-ID
                   WRITE IDC-RECORD
               NOT INVALID KEY
                   MOVE IDC-ULTIMO-ID TO WS-NEXT-ID
           END-READ.

      * one-time seeding only, for a shop that has never had the
      * control record; every later run trusts IDCTL
       SEMEAR-PELO-MASTER.
           MOVE ZEROS TO WS-NEXT-ID
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

       ABRIR-CHECKPOINT.
           OPEN I-O CHECKPOINT-FILE
           IF WS-CHK-STATUS NOT = '00'
               OPEN OUTPUT CHECKPOINT-FILE
               INITIALIZE CHK-RECORD
               WRITE CHK-RECORD
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF.

       POSICIONAR-RESTART.
           IF WS-RESTART-PARM = 'RESTART'
               READ CHECKPOINT-FILE
                   INVALID KEY
                       MOVE ZEROS TO WS-SKIP-COUNT
                   NOT INVALID KEY
                       MOVE CHK-LAST-REC TO WS-SKIP-COUNT
                       MOVE CHK-ACEITOS TO WS-ACEITOS
                       MOVE CHK-REJEITADOS TO WS-REJEITADOS
                       MOVE CHK-FLAGRADOS TO WS-FLAGRADOS
                       MOVE CHK-DUPLICADOS TO WS-DUPLICADOS
               END-READ
           ELSE
               INITIALIZE CHK-RECORD
               MOVE ZEROS TO WS-SKIP-COUNT
               REWRITE CHK-RECORD
           END-IF.

       GRAVAR-CHECKPOINT.
           MOVE WS-REC-COUNT TO CHK-LAST-REC
           MOVE WS-ACEITOS TO CHK-ACEITOS
           MOVE WS-REJEITADOS TO CHK-REJEITADOS
           MOVE WS-FLAGRADOS TO CHK-FLAGRADOS
           MOVE WS-DUPLICADOS TO CHK-DUPLICADOS
           REWRITE CHK-RECORD
           PERFORM GRAVAR-ID-CONTROL.

       CARREGAR-NOME.
           MOVE 'N' TO WS-FLAGRADO
           MOVE 'N' TO WS-DUPLICADO
           MOVE 'N' TO WS-END-INVALIDO
           CALL 'NAMEVAL' USING NI-RECORD WS-VALIDO
           IF WS-VALIDO = 'Y' AND NI-DADOS-ENDERECO NOT = SPACES
               PERFORM VALIDAR-ENDERECO
           END-IF
           IF WS-VALIDO = 'Y'
               PERFORM VERIFICAR-EXCECAO
           END-IF
           IF WS-VALIDO = 'Y' AND WS-FLAGRADO = 'N'
               PERFORM VERIFICAR-DUPLICATA
           END-IF

           IF WS-VALIDO = 'Y' AND WS-FLAGRADO = 'N'
               AND WS-DUPLICADO = 'N'
               ADD 1 TO WS-NEXT-ID
               MOVE WS-NEXT-ID TO CUST-ID
               MOVE NI-RECORD TO CUST-LAST-NAME
               MOVE SPACES TO CUST-FIRST-NAME
               MOVE SPACE TO CUST-MI
               MOVE NI-ENDERECO TO CUST-ENDERECO
               MOVE NI-CIDADE TO CUST-CIDADE
               MOVE NI-UF TO CUST-UF
               MOVE NI-CEP TO CUST-CEP
               MOVE NI-FONE TO CUST-FONE
               CALL 'NAMESND' USING NI-RECORD CUST-FONKEY
               ACCEPT CUST-DATE-ADDED FROM DATE YYYYMMDD
               MOVE 'A' TO CUST-FEED-STATUS
               MOVE ZEROS TO CUST-FEED-DATE
               MOVE 'A' TO CUST-STATUS
               MOVE CUST-DATE-ADDED TO CUST-STATUS-DATE
               MOVE WS-OPERADOR TO CUST-STATUS-OPER
               PERFORM GRAVAR-CLIENTE-MASTER

               IF WS-MASTER-STATUS = '00'
                   ADD 1 TO WS-ACEITOS
                   MOVE 'W' TO WS-JRN-ACAO
                   CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR
                       NM-RECORD
                   MOVE 'ACEITO' TO WS-STATUS-TXT

                   MOVE CUST-DATE-ADDED TO AUD-DATA
                   ACCEPT AUD-HORA FROM TIME
                   MOVE WS-OPERADOR TO AUD-OPERADOR
                   MOVE NI-RECORD TO AUD-NOME
                   MOVE 'CARGA' TO AUD-ACAO
                   WRITE AUD-RECORD
                   IF WS-AUDIT-STATUS NOT = '00'
                       DISPLAY 'AVISO.. FALHA AO GRAVAR AUDITORIA '
                           'PARA: ' NI-RECORD
                   END-IF
               ELSE
                   ADD 1 TO WS-REJEITADOS
                   MOVE 'ERRO GRAVACAO' TO WS-STATUS-TXT
               END-IF
           ELSE
               IF WS-FLAGRADO = 'Y'
                   ADD 1 TO WS-FLAGRADOS
                   MOVE 'FLAGRADO' TO WS-STATUS-TXT
                   PERFORM IMPRIMIR-EXCECAO
               ELSE
                   IF WS-DUPLICADO = 'Y'
                       ADD 1 TO WS-DUPLICADOS
                       MOVE 'DUPLICADO' TO WS-STATUS-TXT
                       PERFORM IMPRIMIR-DUPLICATA
                       PERFORM GRAVAR-SUSPEITA
                   ELSE
                       ADD 1 TO WS-REJEITADOS
                       IF WS-END-INVALIDO = 'N'
                           MOVE 'REJEITADO' TO WS-STATUS-TXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM IMPRIMIR-DETALHE.

      * an address supplied with the name must pass the same edits
      * and CEP table cross-check as an online inclusion; the status
      * text on the load report names the failing check
       VALIDAR-ENDERECO.
           CALL 'ADDRVAL' USING NI-UF NI-CEP
               WS-VALIDO-UF WS-VALIDO-CEP
           IF WS-VALIDO-UF NOT = 'Y'
               MOVE 'UF INVAL' TO WS-STATUS-TXT
           ELSE
               IF WS-VALIDO-CEP NOT = 'Y'
                   MOVE 'CEP INVAL' TO WS-STATUS-TXT
               ELSE
                   CALL 'ADDRCEP' USING NI-UF NI-CIDADE NI-CEP
                       WS-RESULT-CEP WS-REF-UF WS-REF-CIDADE
                   EVALUATE WS-RESULT-CEP
                       WHEN 'C'
                           MOVE 'CEP S/TAB' TO WS-STATUS-TXT
                       WHEN 'U'
                           MOVE 'UF X CEP' TO WS-STATUS-TXT
                       WHEN 'M'
                           MOVE 'CID X CEP' TO WS-STATUS-TXT
                       WHEN OTHER
                           EXIT PARAGRAPH
                   END-EVALUATE
               END-IF
           END-IF
           MOVE 'N' TO WS-VALIDO
           MOVE 'Y' TO WS-END-INVALIDO.

      * an id already taken on the master - an online inclusion may
      * have claimed it ahead of the control record - just means the
      * next one is tried; ids are never stepped backwards
       GRAVAR-CLIENTE-MASTER.
           WRITE NM-RECORD
           PERFORM UNTIL WS-MASTER-STATUS NOT = '22'
               ADD 1 TO WS-NEXT-ID
               MOVE WS-NEXT-ID TO CUST-ID
               WRITE NM-RECORD
           END-PERFORM.

      * browses the last-name alternate key around the incoming name:
      * an equal active name is an exact suspect, any active name
      * sharing the leading characters is a near suspect - either way
      * the name goes to the review report instead of the master
       VERIFICAR-DUPLICATA.
           MOVE 'N' TO WS-DUPLICADO
           MOVE SPACES TO WS-DUP-TIPO
           MOVE ZEROS TO WS-NOME-TAM
           PERFORM VARYING WS-NOME-TAM FROM 20 BY -1
                   UNTIL WS-NOME-TAM < 1
                   OR NI-RECORD(WS-NOME-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF WS-NOME-TAM < 4
               MOVE WS-NOME-TAM TO WS-PREF-TAM
           ELSE
               MOVE 4 TO WS-PREF-TAM
           END-IF
           IF WS-PREF-TAM = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CUST-LAST-NAME
           MOVE NI-RECORD(1:WS-PREF-TAM)
               TO CUST-LAST-NAME(1:WS-PREF-TAM)
           MOVE 'N' TO WS-FIM-BUSCA
           START NAME-MASTER KEY NOT < CUST-LAST-NAME
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-BUSCA
           END-START
           PERFORM UNTIL WS-FIM-BUSCA = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-BUSCA
                   NOT AT END
                       PERFORM AVALIAR-DUPLICATA
               END-READ
           END-PERFORM
           IF WS-DUPLICADO = 'N'
               PERFORM VERIFICAR-FONETICA
           END-IF.

      * spelling variants share the phonetic key even when the
      * leading characters differ, so a name that passed the literal
      * prefix browse is still held when it sounds like an active
      * customer
       VERIFICAR-FONETICA.
           CALL 'NAMESND' USING NI-RECORD WS-FONKEY
           MOVE WS-FONKEY TO CUST-FONKEY
           MOVE 'N' TO WS-FIM-BUSCA
           START NAME-MASTER KEY NOT < CUST-FONKEY
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-BUSCA
           END-START
           PERFORM UNTIL WS-FIM-BUSCA = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-BUSCA
                   NOT AT END
                       IF CUST-FONKEY NOT = WS-FONKEY
                           MOVE 'Y' TO WS-FIM-BUSCA
                       ELSE
                           IF CUST-STATUS NOT = 'I'
                               MOVE 'Y' TO WS-DUPLICADO
                               MOVE CUST-ID TO WS-DUP-ID
                               MOVE CUST-LAST-NAME TO WS-DUP-NOME
                               MOVE 'FONETICO' TO WS-DUP-TIPO
                               MOVE 'Y' TO WS-FIM-BUSCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-DUPLICATA.
           IF CUST-LAST-NAME(1:WS-PREF-TAM)
               NOT = NI-RECORD(1:WS-PREF-TAM)
               MOVE 'Y' TO WS-FIM-BUSCA
           ELSE
               IF CUST-STATUS NOT = 'I'
                   IF CUST-LAST-NAME = NI-RECORD
                       MOVE 'Y' TO WS-DUPLICADO
                       MOVE CUST-ID TO WS-DUP-ID
                       MOVE CUST-LAST-NAME TO WS-DUP-NOME
                       MOVE 'EXATO' TO WS-DUP-TIPO
                       MOVE 'Y' TO WS-FIM-BUSCA
                   ELSE
                       IF WS-DUPLICADO = 'N'
                           MOVE 'Y' TO WS-DUPLICADO
                           MOVE CUST-ID TO WS-DUP-ID
                           MOVE CUST-LAST-NAME TO WS-DUP-NOME
                           MOVE 'PROXIMO' TO WS-DUP-TIPO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-DUPLICATA.
           MOVE SPACES TO DUPRPT-LINE
           STRING 'SUSPEITA DE DUPLICATA ' DELIMITED BY SIZE
               WS-DUP-TIPO DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               NI-RECORD DELIMITED BY SIZE
               ' JA CADASTRADO SOB ID ' DELIMITED BY SIZE
               WS-DUP-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DUP-NOME DELIMITED BY SIZE
               INTO DUPRPT-LINE
           END-STRING
           WRITE DUPRPT-LINE.

      * the keyed worklist DUPREV dispositions later; seeded with the
      * highest sequence already on file so reruns keep appending
       ABRIR-SUSPEITAS.
           OPEN I-O SUSPECT-FILE
           IF WS-DUSP-STATUS = '35'
               OPEN OUTPUT SUSPECT-FILE
               CLOSE SUSPECT-FILE
               OPEN I-O SUSPECT-FILE
           END-IF
           IF WS-DUSP-STATUS NOT = '00'
               DISPLAY 'ERRO.. DUPSUSP INDISPONIVEL, STATUS '
                   WS-DUSP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO WS-DUSP-SEQ
           PERFORM UNTIL 1 = 2
               READ SUSPECT-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF DUP-SEQ > WS-DUSP-SEQ
                           MOVE DUP-SEQ TO WS-DUSP-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       GRAVAR-SUSPEITA.
           ADD 1 TO WS-DUSP-SEQ
           MOVE WS-DUSP-SEQ TO DUP-SEQ
           MOVE NI-RECORD TO DUP-NOME
           MOVE WS-DUP-ID TO DUP-CUST-ID
           MOVE WS-DUP-TIPO TO DUP-TIPO
           MOVE WS-DATA-EXEC TO DUP-DATA-CARGA
           MOVE 'P' TO DUP-SITUACAO
           MOVE ZEROS TO DUP-DATA-DISP
           MOVE SPACES TO DUP-OPERADOR
           WRITE DUP-RECORD
           IF WS-DUSP-STATUS NOT = '00'
               DISPLAY 'AVISO.. FALHA AO GRAVAR SUSPEITA PARA: '
                   NI-RECORD
           END-IF.

       VERIFICAR-EXCECAO.
           MOVE 'N' TO WS-FLAGRADO
           CALL 'NAMEXCP' USING NI-RECORD WS-FLAGRADO.

       IMPRIMIR-EXCECAO.
           MOVE SPACES TO EXRPT-LINE
           STRING 'NOME FLAGRADO - NAO CARREGADO: ' DELIMITED BY SIZE
               NI-RECORD DELIMITED BY SIZE
               INTO EXRPT-LINE
           END-STRING
           WRITE EXRPT-LINE.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAMELOAD - RELATORIO DE CARGA DE NOMES'
                   DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-DATA-EXEC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(1:4) DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-PAGINA DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  NOME                 STATUS' TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-DETALHE.
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               NI-RECORD DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-STATUS-TXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL ACEITOS: ' DELIMITED BY SIZE
               WS-ACEITOS DELIMITED BY SIZE
               '   REJEITADOS: ' DELIMITED BY SIZE
               WS-REJEITADOS DELIMITED BY SIZE
               '   FLAGRADOS: ' DELIMITED BY SIZE
               WS-FLAGRADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL DUPLICADOS SUSPEITOS: ' DELIMITED BY SIZE
               WS-DUPLICADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.
