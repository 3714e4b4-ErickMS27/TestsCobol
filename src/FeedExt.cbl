       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDEXT.

      ***********************************
      * End-of-day downstream extract:  *
      * sweeps NAMEMAST for customers   *
      * marked awaiting extract (feed   *
      * status A), emits exactly one    *
      * record per customer with an     *
      * action code, and wraps the feed *
      * in header and trailer records   *
      * carrying the detail count; the  *
      * feed is catalogued in GENCAT.   *
      * Each record carries the         *
      * customer's household id from    *
      * DOMICIL                         *
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

           SELECT HOUSEHOLD-FILE ASSIGN TO "DOMICIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOM-ID
               ALTERNATE RECORD KEY IS DOM-CHAVE
               FILE STATUS IS WS-DOM-STATUS.

           SELECT EXPORT-FILE ASSIGN TO WS-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  HOUSEHOLD-FILE.
       01  DOM-RECORD.
           COPY "DOMREC.cpy".

       FD  EXPORT-FILE.
       01  EXPORT-RECORD.
           COPY "FEEDREC.cpy".
       01  EXPORT-CONTROLE.
           05  FC-TIPO            PIC X.
           05  FC-DATA            PIC 9(8).
           05  FC-CONTAGEM        PIC 9(8).
           05  FILLER             PIC X(116).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-EXPORT-STATUS PIC XX VALUE SPACES.
       77 WS-DOM-STATUS PIC XX VALUE SPACES.
       77 WS-DOMICILIO PIC X VALUE 'N'.
       77 WS-CHAVE PIC X(38) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-EXPORT-FILENAME PIC X(30) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-EXTRAIDOS PIC 9(8) VALUE ZEROS.
       77 WS-INCLUSOES PIC 9(8) VALUE ZEROS.
       77 WS-ALTERACOES PIC 9(8) VALUE ZEROS.
       77 WS-EXCLUSOES PIC 9(8) VALUE ZEROS.
       77 WS-FEED-ACAO PIC X VALUE SPACE.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-SOMA-IDS PIC 9(12) VALUE ZEROS.
       77 WS-MAIOR-ID PIC 9(6) VALUE ZEROS.
       77 WS-GEN-FUNCAO PIC X VALUE 'R'.
       77 WS-GEN-RESULTADO PIC X VALUE SPACE.
       01  WS-GERACAO.
           COPY "GENREC.cpy" REPLACING LEADING ==GEN-== BY ==WS-GEN-==.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A EXTRACAO'
               PERFORM GRAVAR-AUD-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           STRING 'NAMEFEED.' DELIMITED BY SIZE
               WS-DATA-EXEC DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
           END-STRING

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               DISPLAY 'RECUPERE O CADASTRO PELO UTILITARIO NAMEBKP'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO CRIAR ' WS-EXPORT-FILENAME
                   ' STATUS ' WS-EXPORT-STATUS
               CLOSE NAME-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GRAVAR-CABECALHO
      * the feed still goes out without DOMICIL, with household zero
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-DOM-STATUS = '00'
               MOVE 'Y' TO WS-DOMICILIO
           ELSE
               DISPLAY 'ATENCAO.. DOMICIL INDISPONIVEL, STATUS '
                   WS-DOM-STATUS ', DOMICILIO NAO INFORMADO'
           END-IF

           MOVE ZEROS TO CUST-ID
           START NAME-MASTER KEY NOT < CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       IF CUST-FEED-STATUS = 'A'
                           PERFORM EXTRAIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM GRAVAR-TRAILER
           CLOSE EXPORT-FILE
           CLOSE NAME-MASTER
           IF WS-DOMICILIO = 'Y'
               CLOSE HOUSEHOLD-FILE
           END-IF
           PERFORM CATALOGAR-FEED
           DISPLAY 'FEEDEXT - LIDOS: ' WS-LIDOS
               ' EXTRAIDOS: ' WS-EXTRAIDOS
           DISPLAY 'INCLUSOES: ' WS-INCLUSOES
               ' ALTERACOES: ' WS-ALTERACOES
               ' EXCLUSOES: ' WS-EXCLUSOES
           MOVE 'EXTRACAO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           GOBACK.

      * one record per changed customer: a customer never extracted
      * before goes as an inclusion, an inactivated one as an
      * exclusion, anything else as an alteration
       EXTRAIR-CLIENTE.
           IF CUST-STATUS = 'I'
               MOVE 'D' TO WS-FEED-ACAO
               ADD 1 TO WS-EXCLUSOES
           ELSE
               IF CUST-FEED-DATE = ZEROS
                   MOVE 'A' TO WS-FEED-ACAO
                   ADD 1 TO WS-INCLUSOES
               ELSE
                   MOVE 'C' TO WS-FEED-ACAO
                   ADD 1 TO WS-ALTERACOES
               END-IF
           END-IF
           INITIALIZE EXPORT-RECORD
           MOVE CUST-ID TO FEED-CUST-ID
           MOVE CUST-LAST-NAME TO FEED-LAST-NAME
           MOVE CUST-FIRST-NAME TO FEED-FIRST-NAME
           MOVE CUST-MI TO FEED-MI
           MOVE CUST-DATE-ADDED TO FEED-DATE-ADDED
           MOVE CUST-ENDERECO TO FEED-ENDERECO
           MOVE CUST-CIDADE TO FEED-CIDADE
           MOVE CUST-UF TO FEED-UF
           MOVE CUST-CEP TO FEED-CEP
           MOVE CUST-FONE TO FEED-FONE
           MOVE WS-FEED-ACAO TO FEED-ACAO
           PERFORM BUSCAR-DOMICILIO
           WRITE EXPORT-RECORD
           IF WS-EXPORT-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR EXPORT PARA ID '
                   CUST-ID ' STATUS ' WS-EXPORT-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTRAIDOS
           ADD CUST-ID TO WS-SOMA-IDS
           IF CUST-ID > WS-MAIOR-ID
               MOVE CUST-ID TO WS-MAIOR-ID
           END-IF
           MOVE 'P' TO CUST-FEED-STATUS
           MOVE WS-DATA-EXEC TO CUST-FEED-DATE
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS = '00'
               MOVE 'R' TO WS-JRN-ACAO
               CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR NM-RECORD
           ELSE
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ID ' CUST-ID
                   ' STATUS ' WS-MASTER-STATUS
           END-IF.

      * an excluded customer no longer belongs to any household
       BUSCAR-DOMICILIO.
           MOVE ZEROS TO FEED-DOM-ID
           IF WS-DOMICILIO NOT = 'Y' OR CUST-STATUS = 'I'
               OR CUST-ENDERECO = SPACES OR CUST-CEP = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL 'ADDRNRM' USING CUST-ENDERECO CUST-CEP WS-CHAVE
           MOVE WS-CHAVE TO DOM-CHAVE
           READ HOUSEHOLD-FILE KEY IS DOM-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DOM-ID TO FEED-DOM-ID
           END-READ.

       GRAVAR-CABECALHO.
           MOVE SPACES TO EXPORT-CONTROLE
           MOVE 'H' TO FC-TIPO
           MOVE WS-DATA-EXEC TO FC-DATA
           MOVE ZEROS TO FC-CONTAGEM
           WRITE EXPORT-CONTROLE.

       GRAVAR-TRAILER.
           MOVE SPACES TO EXPORT-CONTROLE
           MOVE 'T' TO FC-TIPO
           MOVE WS-DATA-EXEC TO FC-DATA
           MOVE WS-EXTRAIDOS TO FC-CONTAGEM
           WRITE EXPORT-CONTROLE.

      * a rerun on the same day rewrites the feed, so its entry is
      * replaced rather than added to
       CATALOGAR-FEED.
           INITIALIZE WS-GERACAO
           MOVE 'FEED' TO WS-GEN-TIPO
           MOVE WS-EXPORT-FILENAME TO WS-GEN-ARQUIVO
           MOVE WS-DATA-EXEC TO WS-GEN-DATA
           MOVE WS-EXTRAIDOS TO WS-GEN-CONTAGEM
           MOVE WS-SOMA-IDS TO WS-GEN-TOTAL
           MOVE WS-MAIOR-ID TO WS-GEN-MAIOR-ID
           MOVE 'FEEDEXT' TO WS-GEN-PROGRAMA
           MOVE 'B' TO WS-GEN-SITUACAO
           CALL 'GENREG' USING WS-GEN-FUNCAO WS-GERACAO
               WS-GEN-RESULTADO
           IF WS-GEN-RESULTADO NOT = 'Y'
               DISPLAY 'ATENCAO.. ' WS-EXPORT-FILENAME
                   ' NAO FOI CATALOGADO'
           END-IF.

       GRAVAR-AUD-NEGADO.
           MOVE 'NEGADO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-EXPORT-FILENAME TO AUD-NOME
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
