       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WORLD.

      ***********************************
      * Comentário                      *
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

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-IDC-KEY
               FILE STATUS IS WS-IDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-ID PIC 9(6) VALUE ZEROS.
       77 WRK-PRENOME PIC X(20) VALUE SPACES.
       77 WRK-MI PIC X VALUE SPACE.
       77 WRK-ENDERECO PIC X(30) VALUE SPACES.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-UF PIC XX VALUE SPACES.
       77 WRK-CEP PIC X(8) VALUE SPACES.
       77 WRK-FONE PIC X(11) VALUE SPACES.
       77 WS-VALID-NOME PIC X VALUE 'N'.
       77 WS-VALID-UF PIC X VALUE 'N'.
       77 WS-VALID-CEP PIC X VALUE 'N'.
       77 WS-VALID-END PIC X VALUE 'N'.
       77 WS-RESULT-CEP PIC X VALUE SPACE.
       77 WS-REF-UF PIC XX VALUE SPACES.
       77 WS-REF-CIDADE PIC X(20) VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-CLIENTE-ANTES PIC X(168) VALUE SPACES.
       77 WS-FLAGRADO PIC X VALUE 'N'.
       77 WS-PND-TIPO PIC X VALUE SPACE.
       77 WS-PND-ORIGEM PIC X(12) VALUE 'HELLO-WORLD'.
       77 WS-PND-RESULTADO PIC X VALUE SPACE.
       77 WS-PND-SEQ PIC 9(6) VALUE ZEROS.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR SOMENTE DE CONSULTA, '
                   'UTILIZE O PROGRAMA NAMEINQ'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'FUNCAO (A-INCLUIR C-ALTERAR): '
           ELSE
               DISPLAY 'FUNCAO (A-INCLUIR C-ALTERAR D-EXCLUIR '
                   'R-REATIVAR): '
           END-IF
           ACCEPT WRK-FUNCAO FROM CONSOLE
           DISPLAY 'ID DO CLIENTE.. '
           ACCEPT WRK-ID FROM CONSOLE

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'RECUPERE O CADASTRO PELO UTILITARIO NAMEBKP'
               STOP RUN
           END-IF

           EVALUATE WRK-FUNCAO
               WHEN 'A'
                   PERFORM INCLUIR-CLIENTE
               WHEN 'C'
                   PERFORM ALTERAR-CLIENTE
               WHEN 'D'
                   IF WS-NIVEL < 3
                       PERFORM NEGAR-ACESSO
                   ELSE
                       PERFORM EXCLUIR-CLIENTE
                   END-IF
               WHEN 'R'
                   IF WS-NIVEL < 3
                       PERFORM NEGAR-ACESSO
                   ELSE
                       PERFORM REATIVAR-CLIENTE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA'
           END-EVALUATE

           CLOSE NAME-MASTER
           STOP RUN.

       NEGAR-ACESSO.
           DISPLAY 'ERRO.. FUNCAO NAO AUTORIZADA PARA ESTE OPERADOR'
           MOVE SPACES TO WRK-NOME
           MOVE 'NEGADO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

       CAPTURAR-NOME.
           MOVE 'N' TO WS-VALID-NOME
           PERFORM UNTIL WS-VALID-NOME = 'Y'
               ACCEPT WRK-NOME FROM CONSOLE
               CALL 'NAMEVAL' USING WRK-NOME WS-VALID-NOME
               IF WS-VALID-NOME NOT = 'Y'
                   DISPLAY 'ERRO.. NOME INVALIDO, DIGITE APENAS LETRAS'
               END-IF
           END-PERFORM
           DISPLAY 'NOME.. ' WRK-NOME(1:10).

       CAPTURAR-PRENOME.
           MOVE 'N' TO WS-VALID-NOME
           PERFORM UNTIL WS-VALID-NOME = 'Y'
               DISPLAY 'PRENOME DO CLIENTE.. '
               ACCEPT WRK-PRENOME FROM CONSOLE
               CALL 'NAMEVAL' USING WRK-PRENOME WS-VALID-NOME
               IF WS-VALID-NOME NOT = 'Y'
                   DISPLAY 'ERRO.. PRENOME INVALIDO, DIGITE APENAS '
                       'LETRAS'
               END-IF
           END-PERFORM
           DISPLAY 'INICIAL DO MEIO.. '
           ACCEPT WRK-MI FROM CONSOLE.

      * the address is taken again until the CEP agrees with the
      * UF and city on the CEPMAST table
       CAPTURAR-ENDERECO.
           MOVE 'N' TO WS-VALID-END
           PERFORM UNTIL WS-VALID-END = 'Y'
               PERFORM CAPTURAR-DADOS-ENDERECO
               PERFORM CONFERIR-CEP
           END-PERFORM
           DISPLAY 'TELEFONE.. '
           ACCEPT WRK-FONE FROM CONSOLE.

       CAPTURAR-DADOS-ENDERECO.
           DISPLAY 'ENDERECO.. '
           ACCEPT WRK-ENDERECO FROM CONSOLE
           DISPLAY 'CIDADE.. '
           ACCEPT WRK-CIDADE FROM CONSOLE
           MOVE 'N' TO WS-VALID-UF
           PERFORM UNTIL WS-VALID-UF = 'Y'
               DISPLAY 'UF.. '
               ACCEPT WRK-UF FROM CONSOLE
               CALL 'ADDRVAL' USING WRK-UF WRK-CEP
                   WS-VALID-UF WS-VALID-CEP
               IF WS-VALID-UF NOT = 'Y'
                   DISPLAY 'ERRO.. UF INVALIDA, DIGITE DUAS LETRAS'
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-VALID-CEP
           PERFORM UNTIL WS-VALID-CEP = 'Y'
               DISPLAY 'CEP.. '
               ACCEPT WRK-CEP FROM CONSOLE
               CALL 'ADDRVAL' USING WRK-UF WRK-CEP
                   WS-VALID-UF WS-VALID-CEP
               IF WS-VALID-CEP NOT = 'Y'
                   DISPLAY 'ERRO.. CEP INVALIDO, DIGITE OITO DIGITOS'
               END-IF
           END-PERFORM.

       CONFERIR-CEP.
           CALL 'ADDRCEP' USING WRK-UF WRK-CIDADE WRK-CEP
               WS-RESULT-CEP WS-REF-UF WS-REF-CIDADE
           EVALUATE WS-RESULT-CEP
               WHEN 'C'
                   DISPLAY 'ERRO.. CEP ' WRK-CEP
                       ' NAO CONSTA NA TABELA DE CEP'
                   MOVE 'N' TO WS-VALID-END
               WHEN 'U'
               WHEN 'M'
                   DISPLAY 'ERRO.. CEP ' WRK-CEP ' PERTENCE A '
                       WS-REF-CIDADE ' - ' WS-REF-UF
                   MOVE 'N' TO WS-VALID-END
               WHEN OTHER
                   MOVE 'Y' TO WS-VALID-END
           END-EVALUATE.

       INCLUIR-CLIENTE.
           MOVE WRK-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   PERFORM CAPTURAR-NOME
                   CALL 'NAMEXCP' USING WRK-NOME WS-FLAGRADO
                   IF WS-FLAGRADO = 'Y'
                       DISPLAY 'ERRO.. NOME CONSTA NA LISTA DE '
                           'EXCECOES, INCLUSAO NAO PERMITIDA'
                       MOVE 'BLOQUEADO' TO WS-ACAO-TXT
                       PERFORM GRAVAR-AUDITORIA
                   ELSE
                       PERFORM CAPTURAR-PRENOME
                       PERFORM CAPTURAR-ENDERECO
                       MOVE WRK-ID TO CUST-ID
                       MOVE WRK-NOME TO CUST-LAST-NAME
                       MOVE WRK-PRENOME TO CUST-FIRST-NAME
                       MOVE WRK-MI TO CUST-MI
                       MOVE WRK-ENDERECO TO CUST-ENDERECO
                       MOVE WRK-CIDADE TO CUST-CIDADE
                       MOVE WRK-UF TO CUST-UF
                       MOVE WRK-CEP TO CUST-CEP
                       MOVE WRK-FONE TO CUST-FONE
                       CALL 'NAMESND' USING WRK-NOME CUST-FONKEY
                       ACCEPT CUST-DATE-ADDED FROM DATE YYYYMMDD
                       MOVE 'A' TO CUST-FEED-STATUS
                       MOVE ZEROS TO CUST-FEED-DATE
                       MOVE 'A' TO CUST-STATUS
                       MOVE CUST-DATE-ADDED TO CUST-STATUS-DATE
                       MOVE WS-OPERADOR TO CUST-STATUS-OPER
                       WRITE NM-RECORD
                       IF WS-MASTER-STATUS = '00'
                           MOVE 'W' TO WS-JRN-ACAO
                           PERFORM GRAVAR-JORNAL
                           PERFORM ATUALIZAR-ID-CONTROL
                           MOVE 'INCLUSAO' TO WS-ACAO-TXT
                           PERFORM GRAVAR-AUDITORIA
                       ELSE
                           DISPLAY 'ERRO.. FALHA AO GRAVAR CLIENTE'
                       END-IF
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ERRO.. CLIENTE JA CADASTRADO'
           END-READ.

       ALTERAR-CLIENTE.
           MOVE WRK-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. CLIENTE NAO ENCONTRADO'
               NOT INVALID KEY
                   IF CUST-STATUS = 'I'
                       DISPLAY 'ERRO.. CLIENTE NAO ENCONTRADO'
                   ELSE
                       PERFORM ALTERAR-CLIENTE-ATIVO
                   END-IF
           END-READ.

       ALTERAR-CLIENTE-ATIVO.
           MOVE NM-RECORD TO WS-CLIENTE-ANTES
           PERFORM CAPTURAR-NOME
           CALL 'NAMEXCP' USING WRK-NOME WS-FLAGRADO
           IF WS-FLAGRADO = 'Y'
               DISPLAY 'ERRO.. NOME CONSTA NA LISTA DE '
                   'EXCECOES, ALTERACAO NAO PERMITIDA'
               MOVE 'BLOQUEADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
           ELSE
               PERFORM CAPTURAR-PRENOME
               PERFORM CAPTURAR-ENDERECO
               MOVE WRK-NOME TO CUST-LAST-NAME
               MOVE WRK-PRENOME TO CUST-FIRST-NAME
               MOVE WRK-MI TO CUST-MI
               MOVE WRK-ENDERECO TO CUST-ENDERECO
               MOVE WRK-CIDADE TO CUST-CIDADE
               MOVE WRK-UF TO CUST-UF
               MOVE WRK-CEP TO CUST-CEP
               MOVE WRK-FONE TO CUST-FONE
               CALL 'NAMESND' USING WRK-NOME CUST-FONKEY
               MOVE 'A' TO CUST-FEED-STATUS
      * a change to any part of the name waits for a supervisor;
      * an address or phone change alone is applied at once
               IF CUST-LAST-NAME NOT = WS-CLIENTE-ANTES(7:20)
                   OR CUST-FIRST-NAME NOT = WS-CLIENTE-ANTES(27:20)
                   OR CUST-MI NOT = WS-CLIENTE-ANTES(47:1)
                   MOVE 'N' TO WS-PND-TIPO
                   PERFORM SOLICITAR-APROVACAO
               ELSE
                   PERFORM GRAVAR-ALTERACAO
               END-IF
           END-IF.

       GRAVAR-ALTERACAO.
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS = '00'
               MOVE 'R' TO WS-JRN-ACAO
               PERFORM GRAVAR-JORNAL
               MOVE 'ALTERACAO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               PERFORM GRAVAR-HISTORICO
           ELSE
               DISPLAY 'ERRO.. FALHA AO ALTERAR CLIENTE'
           END-IF.

      * the master is left untouched; the before image and the
      * record as it would be written go to PENDAPR for NAMEAPR
       SOLICITAR-APROVACAO.
           CALL 'NAMEPND' USING WS-PND-TIPO WS-OPERADOR WS-PND-ORIGEM
               WS-CLIENTE-ANTES NM-RECORD WS-PND-RESULTADO WS-PND-SEQ
           EVALUATE WS-PND-RESULTADO
               WHEN 'Y'
                   EVALUATE WS-PND-TIPO
                       WHEN 'N'
                           MOVE 'SOLIC-ALT' TO WS-ACAO-TXT
                       WHEN 'D'
                           MOVE 'SOLIC-EXC' TO WS-ACAO-TXT
                       WHEN 'R'
                           MOVE 'SOLIC-REAT' TO WS-ACAO-TXT
                   END-EVALUATE
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY 'SOLICITACAO ' WS-PND-SEQ
                       ' REGISTRADA, AGUARDANDO APROVACAO DE '
                       'SUPERVISOR'
               WHEN 'P'
                   DISPLAY 'ERRO.. CLIENTE JA TEM A SOLICITACAO '
                       WS-PND-SEQ ' PENDENTE DE APROVACAO'
               WHEN OTHER
                   DISPLAY 'ERRO.. FALHA AO REGISTRAR SOLICITACAO'
           END-EVALUATE.

       EXCLUIR-CLIENTE.
           MOVE WRK-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. CLIENTE NAO ENCONTRADO'
               NOT INVALID KEY
                   IF CUST-STATUS = 'I'
                       DISPLAY 'ERRO.. CLIENTE NAO ENCONTRADO'
                   ELSE
                       MOVE CUST-LAST-NAME TO WRK-NOME
                       MOVE NM-RECORD TO WS-CLIENTE-ANTES
                       MOVE 'I' TO CUST-STATUS
                       ACCEPT CUST-STATUS-DATE FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR TO CUST-STATUS-OPER
                       MOVE 'A' TO CUST-FEED-STATUS
                       MOVE 'D' TO WS-PND-TIPO
                       PERFORM SOLICITAR-APROVACAO
                   END-IF
           END-READ.

       REATIVAR-CLIENTE.
           MOVE WRK-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. CLIENTE NAO ENCONTRADO'
               NOT INVALID KEY
                   IF CUST-STATUS NOT = 'I'
                       DISPLAY 'ERRO.. CLIENTE JA ESTA ATIVO'
                   ELSE
                       MOVE CUST-LAST-NAME TO WRK-NOME
                       MOVE NM-RECORD TO WS-CLIENTE-ANTES
                       MOVE 'A' TO CUST-STATUS
                       ACCEPT CUST-STATUS-DATE FROM DATE YYYYMMDD
                       MOVE WS-OPERADOR TO CUST-STATUS-OPER
                       MOVE 'A' TO CUST-FEED-STATUS
                       MOVE 'R' TO WS-PND-TIPO
                       PERFORM SOLICITAR-APROVACAO
                   END-IF
           END-READ.

       GRAVAR-JORNAL.
           CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD.

      * an operator-chosen id must ratchet the shared IDCTL control
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
           END-IF
           CLOSE ID-CONTROL.

       GRAVAR-HISTORICO.
           CALL 'NAMEHST' USING WS-ACAO-TXT WS-OPERADOR
               WS-CLIENTE-ANTES NM-RECORD.

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
