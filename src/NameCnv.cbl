       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECNV.

      ***********************************
      * One-off cutover conversions to  *
      * the current layout. With no     *
      * parameter, reads the ancient    *
      * 55-byte single-key NAMEMAST and *
      * writes a NAMEBKUP generation in *
      * the new layout for NAMEBKP      *
      * RELOAD once the old file is set *
      * aside. With BKP yyyymmdd, reads *
      * a pre-address-era NAMEBKUP      *
      * generation (93-byte images) and *
      * rewrites it under today's date  *
      * with a recomputed trailer       *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUST-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BKP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT BACKUP-IN ASSIGN TO WS-BKPIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKPIN-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-RECORD.
           05  OLD-CUST-ID        PIC 9(6).
           05  OLD-LAST-NAME      PIC X(20).
           05  OLD-FIRST-NAME     PIC X(20).
           05  OLD-MI             PIC X.
           05  OLD-DATE-ADDED     PIC 9(8).

       FD  BACKUP-FILE.
       01  BKP-RECORD.
           05  BKP-TIPO           PIC X.
           05  BKP-DADOS          PIC X(170).

       FD  BACKUP-IN.
       01  BKI-RECORD.
           05  BKI-TIPO           PIC X.
           05  BKI-DADOS          PIC X(170).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-OLD-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-FILENAME PIC X(30) VALUE SPACES.
       77 WS-BKPIN-STATUS PIC XX VALUE SPACES.
       77 WS-BKPIN-FILENAME PIC X(30) VALUE SPACES.
       77 WS-PARM PIC X(12) VALUE SPACES.
       77 WS-DATA-ORIGEM PIC X(8) VALUE SPACES.
       77 WS-TEM-TRAILER PIC X VALUE 'N'.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUB PIC 9(3) VALUE 1.
       77 WS-HASH-REC PIC X(168) VALUE SPACES.
       77 WS-CONTADOR PIC 9(8) VALUE ZEROS.
       77 WS-MAIOR-ID PIC 9(6) VALUE ZEROS.
       77 WS-HASH PIC 9(12) VALUE ZEROS.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       01  WS-CLIENTE-NOVO.
           COPY "CUSTREC.cpy".
       01  WS-TRAILER.
           05  WS-TRL-COUNT       PIC 9(8).
           05  WS-TRL-HIGH        PIC 9(6).
           05  WS-TRL-HASH        PIC 9(12).
       01  WS-TRAILER-ANTIGO.
           05  WS-TRA-COUNT       PIC 9(8).
           05  WS-TRA-HIGH        PIC 9(6).
           05  WS-TRA-HASH        PIC 9(12).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A CONVERSAO'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           STRING 'NAMEBKUP.' DELIMITED BY SIZE
               WS-DATA-EXEC DELIMITED BY SIZE
               INTO WS-BKP-FILENAME
           END-STRING

           IF WS-PARM(1:3) = 'BKP'
               PERFORM CONVERTER-GERACAO
           ELSE
               PERFORM CONVERTER-MASTER
           END-IF
           STOP RUN.

       CONVERTER-MASTER.
           OPEN INPUT OLD-MASTER
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST ANTIGO INDISPONIVEL, STATUS '
                   WS-OLD-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKUP-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ OLD-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONVERTER-REGISTRO
               END-READ
           END-PERFORM

           PERFORM GRAVAR-TRAILER
           CLOSE OLD-MASTER
           CLOSE BACKUP-FILE

           DISPLAY 'NAMECNV - CONVERSAO GERADA: ' WS-BKP-FILENAME
           DISPLAY 'REGISTROS: ' WS-CONTADOR
               ' MAIOR ID: ' WS-MAIOR-ID
               ' HASH: ' WS-HASH
           DISPLAY 'AFASTE O NAMEMAST ANTIGO E EXECUTE NAMEBKP '
               'RELOAD ' WS-DATA-EXEC
           MOVE 'CONVERSAO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

      * converts a NAMEBKUP generation unloaded before the address
      * and phonetic-key fields existed: each 93-byte image becomes a
      * current one with blank address data and a computed key, and
      * the trailer is rebuilt over the new images. The converted
      * generation is written under today's date for NAMEBKP RELOAD
       CONVERTER-GERACAO.
           MOVE WS-PARM(5:8) TO WS-DATA-ORIGEM
           IF WS-DATA-ORIGEM NOT NUMERIC
               DISPLAY 'ERRO.. INFORME BKP YYYYMMDD DA GERACAO'
               EXIT PARAGRAPH
           END-IF
           IF WS-DATA-ORIGEM = WS-DATA-EXEC
               DISPLAY 'ERRO.. A GERACAO DE HOJE SERIA SOBRESCRITA, '
                   'RENOMEIE-A PARA UMA DATA ANTERIOR'
               EXIT PARAGRAPH
           END-IF
           STRING 'NAMEBKUP.' DELIMITED BY SIZE
               WS-DATA-ORIGEM DELIMITED BY SIZE
               INTO WS-BKPIN-FILENAME
           END-STRING
           OPEN INPUT BACKUP-IN
           IF WS-BKPIN-STATUS NOT = '00'
               DISPLAY 'ERRO.. GERACAO NAO ENCONTRADA: '
                   WS-BKPIN-FILENAME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKUP-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUP-IN
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONVERTER-IMAGEM
               END-READ
           END-PERFORM

           PERFORM GRAVAR-TRAILER
           CLOSE BACKUP-IN
           CLOSE BACKUP-FILE

           DISPLAY 'NAMECNV - GERACAO CONVERTIDA: ' WS-BKP-FILENAME
           DISPLAY 'REGISTROS: ' WS-CONTADOR
               ' MAIOR ID: ' WS-MAIOR-ID
               ' HASH: ' WS-HASH
           PERFORM CONFERIR-TRAILER-ANTIGO
           DISPLAY 'EXECUTE NAMEBKP RELOAD ' WS-DATA-EXEC
           MOVE 'CONVERSAO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

       CONVERTER-IMAGEM.
           IF BKI-TIPO = 'T'
               MOVE 'Y' TO WS-TEM-TRAILER
               MOVE BKI-DADOS(1:26) TO WS-TRAILER-ANTIGO
               EXIT PARAGRAPH
           END-IF
           IF BKI-TIPO NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLIENTE-NOVO
           MOVE BKI-DADOS(1:93) TO WS-CLIENTE-NOVO(1:93)
           MOVE SPACES TO CUST-ENDERECO
           MOVE SPACES TO CUST-CIDADE
           MOVE SPACES TO CUST-UF
           MOVE SPACES TO CUST-CEP
           MOVE SPACES TO CUST-FONE
           CALL 'NAMESND' USING CUST-LAST-NAME CUST-FONKEY
           ADD 1 TO WS-CONTADOR
           IF CUST-ID > WS-MAIOR-ID
               MOVE CUST-ID TO WS-MAIOR-ID
           END-IF
           MOVE WS-CLIENTE-NOVO TO WS-HASH-REC
           PERFORM ACUMULAR-HASH
           MOVE SPACES TO BKP-RECORD
           MOVE 'D' TO BKP-TIPO
           MOVE WS-CLIENTE-NOVO TO BKP-DADOS(1:168)
           WRITE BKP-RECORD.

      * the old hash covered the 93-byte image and cannot be compared;
      * count and high id still prove nothing was lost in transit
       CONFERIR-TRAILER-ANTIGO.
           IF WS-TEM-TRAILER = 'N'
               DISPLAY 'ATENCAO.. GERACAO DE ORIGEM SEM TRAILER'
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTADOR NOT = WS-TRA-COUNT
               DISPLAY 'DIVERGENCIA.. CONTAGEM DE ORIGEM '
                   WS-TRA-COUNT ' CONVERTIDA ' WS-CONTADOR
           END-IF
           IF WS-MAIOR-ID NOT = WS-TRA-HIGH
               DISPLAY 'DIVERGENCIA.. MAIOR ID DE ORIGEM '
                   WS-TRA-HIGH ' CONVERTIDO ' WS-MAIOR-ID
           END-IF.

       GRAVAR-TRAILER.
           MOVE SPACES TO BKP-RECORD
           MOVE 'T' TO BKP-TIPO
           MOVE WS-CONTADOR TO WS-TRL-COUNT
           MOVE WS-MAIOR-ID TO WS-TRL-HIGH
           MOVE WS-HASH TO WS-TRL-HASH
           MOVE WS-TRAILER TO BKP-DADOS(1:26)
           WRITE BKP-RECORD.

       CONVERTER-REGISTRO.
           ADD 1 TO WS-CONTADOR
           IF OLD-CUST-ID > WS-MAIOR-ID
               MOVE OLD-CUST-ID TO WS-MAIOR-ID
           END-IF
           MOVE OLD-CUST-ID TO CUST-ID
           MOVE OLD-LAST-NAME TO CUST-LAST-NAME
           MOVE OLD-FIRST-NAME TO CUST-FIRST-NAME
           MOVE OLD-MI TO CUST-MI
           MOVE OLD-DATE-ADDED TO CUST-DATE-ADDED
           MOVE SPACE TO CUST-FEED-STATUS
           MOVE ZEROS TO CUST-FEED-DATE
           MOVE 'A' TO CUST-STATUS
           MOVE OLD-DATE-ADDED TO CUST-STATUS-DATE
           MOVE WS-OPERADOR TO CUST-STATUS-OPER
           MOVE SPACES TO CUST-ENDERECO
           MOVE SPACES TO CUST-CIDADE
           MOVE SPACES TO CUST-UF
           MOVE SPACES TO CUST-CEP
           MOVE SPACES TO CUST-FONE
           CALL 'NAMESND' USING OLD-LAST-NAME CUST-FONKEY
           MOVE WS-CLIENTE-NOVO TO WS-HASH-REC
           PERFORM ACUMULAR-HASH
           MOVE SPACES TO BKP-RECORD
           MOVE 'D' TO BKP-TIPO
           MOVE WS-CLIENTE-NOVO TO BKP-DADOS(1:168)
           WRITE BKP-RECORD.

       ACUMULAR-HASH.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 168
               COMPUTE WS-HASH = WS-HASH
                   + FUNCTION ORD(WS-HASH-REC(WS-SUB:1))
           END-PERFORM.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WS-BKP-FILENAME TO AUD-NOME
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
