       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEFWD.

      ***********************************
      * Forward recovery of NAMEMAST:   *
      * reloads the last good NAMEBKUP  *
      * generation, then replays every  *
      * dated NAMEJRNL from the backup  *
      * day through today in order and  *
      * reports the final totals; the   *
      * backup is taken from the GENCAT *
      * catalog, and each day's journal *
      * is checked against it           *
      * parametro: data yyyymmdd do     *
      * backup a restaurar (opcional,   *
      * padrao a ultima geracao boa)    *
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

           SELECT BACKUP-FILE ASSIGN TO WS-BKP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-CHAVE
               FILE STATUS IS WS-GEN-STATUS.

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

       FD  BACKUP-FILE.
       01  BKP-RECORD.
           05  BKP-TIPO           PIC X.
           05  BKP-DADOS          PIC X(170).

       FD  JOURNAL-FILE.
       01  JRN-RECORD.
           COPY "JRNLREC.cpy".

       FD  GEN-CATALOG.
       01  GEN-RECORD.
           COPY "GENREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  ID-CONTROL.
       01  IDC-RECORD.
           COPY "IDCTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-STATUS PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-FILENAME PIC X(30) VALUE SPACES.
       77 WS-JRNL-FILENAME PIC X(30) VALUE SPACES.
       77 WS-PARM PIC X(8) VALUE SPACES.
       77 WS-DATA-BACKUP PIC 9(8) VALUE ZEROS.
       77 WS-DATA-JORNAL PIC 9(8) VALUE ZEROS.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-INT-DIA PIC 9(8) VALUE ZEROS.
       77 WS-INT-FIM PIC 9(8) VALUE ZEROS.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUB PIC 9(3) VALUE 1.
       77 WS-HASH-REC PIC X(168) VALUE SPACES.
       77 WS-CONTADOR PIC 9(8) VALUE ZEROS.
       77 WS-MAIOR-ID PIC 9(6) VALUE ZEROS.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-HASH PIC 9(12) VALUE ZEROS.
       77 WS-DIVERGENTE PIC X VALUE 'N'.
       77 WS-ERRO-REPLAY PIC X VALUE 'N'.
       77 WS-APLICADOS PIC 9(8) VALUE ZEROS.
       77 WS-JRN-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-GEN-STATUS PIC XX VALUE SPACES.
       77 WS-USAR-CATALOGO PIC X VALUE 'N'.
       77 WS-FIM-CATALOGO PIC X VALUE 'N'.
       77 WS-JRN-LIDOS-ARQ PIC 9(8) VALUE ZEROS.
       77 WS-JORNAL-ABERTO PIC X VALUE 'N'.
       77 WS-CATALOGO-ABERTO PIC X VALUE 'N'.
       01  WS-TRAILER.
           05  WS-TRL-COUNT       PIC 9(8).
           05  WS-TRL-HIGH        PIC 9(6).
           05  WS-TRL-HASH        PIC 9(12).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A RECUPERACAO'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           IF WS-PARM = SPACES
               PERFORM LOCALIZAR-BACKUP
               IF WS-USAR-CATALOGO NOT = 'Y'
                   DISPLAY 'ERRO.. NENHUM BACKUP BOM NO CATALOGO, '
                       'INFORME A DATA YYYYMMDD DO BACKUP'
                   STOP RUN
               END-IF
           ELSE
               IF WS-PARM NOT NUMERIC
                   DISPLAY 'ERRO.. INFORME A DATA YYYYMMDD DO BACKUP'
                   STOP RUN
               END-IF
               MOVE WS-PARM TO WS-DATA-BACKUP
               STRING 'NAMEBKUP.' DELIMITED BY SIZE
                   WS-DATA-BACKUP DELIMITED BY SIZE
                   INTO WS-BKP-FILENAME
               END-STRING
               PERFORM CONFERIR-BACKUP-CATALOGO
           END-IF

           PERFORM RECARREGAR-BACKUP
           IF WS-ERRO-REPLAY = 'Y'
               STOP RUN
           END-IF
           PERFORM REPLICAR-JORNAIS
      * a day that could not be replayed leaves the master short of
      * changes, so the run must not be reported as a recovery
           IF WS-ERRO-REPLAY = 'Y'
               DISPLAY 'ERRO.. NAMEFWD - RECUPERACAO INCOMPLETA, '
                   'NAMEMAST NAO ESTA ATUALIZADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM TOTALIZAR-MASTER
           PERFORM VALIDAR-ID-CONTROL

           DISPLAY 'NAMEFWD - RECUPERACAO CONCLUIDA'
           DISPLAY 'REGISTROS: ' WS-CONTADOR
               ' MAIOR ID: ' WS-MAIOR-ID
               ' HASH: ' WS-HASH
           MOVE 'RECUPERA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           STOP RUN.

      * the newest generation NAMEBKP verified clean; suspect ones
      * are skipped and can only be restored by naming their date
       LOCALIZAR-BACKUP.
           OPEN INPUT GEN-CATALOG
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERRO.. GENCAT INDISPONIVEL, STATUS '
                   WS-GEN-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-CATALOGO
           MOVE SPACES TO GEN-CHAVE
           MOVE 'BKUP' TO GEN-TIPO
           START GEN-CATALOG KEY NOT < GEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CATALOGO
           END-START
           PERFORM UNTIL WS-FIM-CATALOGO = 'Y'
               READ GEN-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-CATALOGO
                   NOT AT END
                       IF GEN-TIPO NOT = 'BKUP'
                           MOVE 'Y' TO WS-FIM-CATALOGO
                       ELSE
                           IF GEN-SITUACAO = 'B'
                               MOVE 'Y' TO WS-USAR-CATALOGO
                               MOVE GEN-ARQUIVO TO WS-BKP-FILENAME
                               MOVE GEN-DATA TO WS-DATA-BACKUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CATALOG
           IF WS-USAR-CATALOGO = 'Y'
               DISPLAY 'NAMEFWD - BACKUP DO CATALOGO: '
                   WS-BKP-FILENAME
           END-IF.

      * a date given by the operator is still checked against the
      * catalog; a generation older than the catalog itself is
      * restored with the journals found day by day, as before
       CONFERIR-BACKUP-CATALOGO.
           OPEN INPUT GEN-CATALOG
           IF WS-GEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'BKUP' TO GEN-TIPO
           MOVE WS-BKP-FILENAME TO GEN-ARQUIVO
           READ GEN-CATALOG
               INVALID KEY
                   DISPLAY 'AVISO.. ' WS-BKP-FILENAME
                       ' NAO CONSTA DO CATALOGO'
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USAR-CATALOGO
                   IF GEN-SITUACAO = 'S'
                       DISPLAY 'ATENCAO.. ' WS-BKP-FILENAME
                           ' CATALOGADO COMO SUSPEITO'
                   END-IF
                   IF GEN-SITUACAO = 'E'
                       DISPLAY 'ERRO.. ' WS-BKP-FILENAME
                           ' JA FOI ELIMINADO PELA RETENCAO'
                       MOVE 'Y' TO WS-ERRO-REPLAY
                   END-IF
           END-READ
           CLOSE GEN-CATALOG
           IF WS-ERRO-REPLAY = 'Y'
               STOP RUN
           END-IF.

      * same reload as NAMEBKP RELOAD, including the trailer check,
      * so a corrupt generation is caught before any journal applies
       RECARREGAR-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = '00'
               DISPLAY 'ERRO.. BACKUP NAO ENCONTRADO: '
                   WS-BKP-FILENAME
               MOVE 'Y' TO WS-ERRO-REPLAY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO RECRIAR NAMEMAST, STATUS '
                   WS-MASTER-STATUS
               CLOSE BACKUP-FILE
               MOVE 'Y' TO WS-ERRO-REPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-CONTADOR
           MOVE ZEROS TO WS-MAIOR-ID
           MOVE ZEROS TO WS-HASH
           INITIALIZE WS-TRAILER
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RECARREGAR-REGISTRO
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE NAME-MASTER
           DISPLAY 'NAMEFWD - RECARGA DE ' WS-BKP-FILENAME
           DISPLAY 'REGISTROS: ' WS-CONTADOR
               ' MAIOR ID: ' WS-MAIOR-ID
               ' HASH: ' WS-HASH
           PERFORM COMPARAR-TOTAIS.

       RECARREGAR-REGISTRO.
           IF BKP-TIPO = 'D'
               MOVE BKP-DADOS(1:168) TO NM-RECORD
               WRITE NM-RECORD
               IF WS-MASTER-STATUS = '00'
                   ADD 1 TO WS-CONTADOR
                   IF CUST-ID > WS-MAIOR-ID
                       MOVE CUST-ID TO WS-MAIOR-ID
                   END-IF
                   MOVE NM-RECORD TO WS-HASH-REC
                   PERFORM ACUMULAR-HASH
               ELSE
                   DISPLAY 'ERRO.. FALHA AO REGRAVAR ID '
                       CUST-ID ' STATUS ' WS-MASTER-STATUS
                   MOVE 'Y' TO WS-DIVERGENTE
               END-IF
           ELSE
               IF BKP-TIPO = 'T'
                   MOVE BKP-DADOS(1:26) TO WS-TRAILER
               END-IF
           END-IF.

       REPLICAR-JORNAIS.
           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REABRIR NAMEMAST, STATUS '
                   WS-MASTER-STATUS
               MOVE 'Y' TO WS-ERRO-REPLAY
               EXIT PARAGRAPH
           END-IF
      * the day-by-day walk is what finds the journals; the catalog,
      * when there is one, only vouches for the count and says which
      * generations retention already eliminated
           MOVE 'N' TO WS-CATALOGO-ABERTO
           OPEN INPUT GEN-CATALOG
           IF WS-GEN-STATUS = '00'
               MOVE 'Y' TO WS-CATALOGO-ABERTO
           ELSE
               IF WS-USAR-CATALOGO = 'Y'
                   DISPLAY 'ERRO.. GENCAT INDISPONIVEL, STATUS '
                       WS-GEN-STATUS
               END-IF
           END-IF
           PERFORM REPLICAR-JORNAIS-DIARIOS
           IF WS-CATALOGO-ABERTO = 'Y'
               CLOSE GEN-CATALOG
           END-IF
           CLOSE NAME-MASTER
           DISPLAY 'JORNAL - LIDOS: ' WS-JRN-LIDOS
               ' APLICADOS: ' WS-APLICADOS.

      * walks each calendar day from the backup date through today
      * and applies that day's journal, if one exists
       REPLICAR-JORNAIS-DIARIOS.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-BACKUP)
           COMPUTE WS-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC)
           PERFORM UNTIL WS-INT-DIA > WS-INT-FIM
               COMPUTE WS-DATA-JORNAL =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               IF WS-CATALOGO-ABERTO = 'Y'
                   PERFORM REPLICAR-JORNAL-CATALOGADO
               ELSE
                   PERFORM REPLICAR-UM-JORNAL
               END-IF
               ADD 1 TO WS-INT-DIA
           END-PERFORM.

      * a journal written on a day GENCAT could not be updated is on
      * disk with no entry; it is applied all the same and flagged
       REPLICAR-JORNAL-CATALOGADO.
           MOVE 'JRNL' TO GEN-TIPO
           MOVE SPACES TO GEN-ARQUIVO
           STRING 'NAMEJRNL.' DELIMITED BY SIZE
               WS-DATA-JORNAL DELIMITED BY SIZE
               INTO GEN-ARQUIVO
           END-STRING
           READ GEN-CATALOG
               INVALID KEY
                   PERFORM REPLICAR-UM-JORNAL
                   IF WS-JORNAL-ABERTO = 'Y'
                       DISPLAY 'ATENCAO.. ' WS-JRNL-FILENAME
                           ' NAO CONSTA DO CATALOGO, APLICADO'
                   END-IF
                   EXIT PARAGRAPH
           END-READ
      * an eliminated journal, or one whose count differs from the
      * catalog, means that day's changes are not all on the master
           IF GEN-SITUACAO = 'E'
               DISPLAY 'ERRO.. ' GEN-ARQUIVO
                   ' ELIMINADO PELA RETENCAO, NAO APLICADO'
               MOVE 'Y' TO WS-ERRO-REPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM REPLICAR-UM-JORNAL
           IF WS-JRN-LIDOS-ARQ NOT = GEN-CONTAGEM
               DISPLAY 'ERRO.. ' GEN-ARQUIVO ' CATALOGADO COM '
                   GEN-CONTAGEM ' LANCAMENTOS, LIDOS '
                   WS-JRN-LIDOS-ARQ
               MOVE 'Y' TO WS-ERRO-REPLAY
           END-IF.

       REPLICAR-UM-JORNAL.
           MOVE ZEROS TO WS-JRN-LIDOS-ARQ
           MOVE 'N' TO WS-JORNAL-ABERTO
           MOVE SPACES TO WS-JRNL-FILENAME
           STRING 'NAMEJRNL.' DELIMITED BY SIZE
               WS-DATA-JORNAL DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           END-STRING
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-JORNAL-ABERTO
           DISPLAY 'APLICANDO ' WS-JRNL-FILENAME
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JRN-LIDOS
                       ADD 1 TO WS-JRN-LIDOS-ARQ
                       PERFORM APLICAR-LANCAMENTO
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

      * a write that finds the key already present falls back to a
      * rewrite, and vice versa, so a replay that overlaps the backup
      * day is harmless
       APLICAR-LANCAMENTO.
           MOVE JRN-IMAGEM(1:168) TO NM-RECORD
           EVALUATE JRN-ACAO
               WHEN 'W'
                   WRITE NM-RECORD
                   IF WS-MASTER-STATUS = '22'
                       REWRITE NM-RECORD
                   END-IF
               WHEN 'R'
                   REWRITE NM-RECORD
                   IF WS-MASTER-STATUS = '23'
                       WRITE NM-RECORD
                   END-IF
               WHEN 'D'
                   DELETE NAME-MASTER RECORD
                   IF WS-MASTER-STATUS = '23'
                       MOVE '00' TO WS-MASTER-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY 'AVISO.. ACAO DE JORNAL INVALIDA: '
                       JRN-ACAO
                   MOVE '00' TO WS-MASTER-STATUS
           END-EVALUATE
           IF WS-MASTER-STATUS = '00'
               ADD 1 TO WS-APLICADOS
           ELSE
               DISPLAY 'ERRO.. FALHA AO APLICAR ID ' CUST-ID
                   ' ACAO ' JRN-ACAO ' STATUS ' WS-MASTER-STATUS
           END-IF.

       TOTALIZAR-MASTER.
           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO RELER NAMEMAST, STATUS '
                   WS-MASTER-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-CONTADOR
           MOVE ZEROS TO WS-MAIOR-ID
           MOVE ZEROS TO WS-HASH
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
                       ADD 1 TO WS-CONTADOR
                       IF CUST-ID > WS-MAIOR-ID
                           MOVE CUST-ID TO WS-MAIOR-ID
                       END-IF
                       MOVE NM-RECORD TO WS-HASH-REC
                       PERFORM ACUMULAR-HASH
               END-READ
           END-PERFORM
           CLOSE NAME-MASTER.

      * the id control may never fall below the recovered master's
      * high id, or the next load would recycle ids
       VALIDAR-ID-CONTROL.
           OPEN I-O ID-CONTROL
           IF WS-IDC-STATUS = '35'
               OPEN OUTPUT ID-CONTROL
               MOVE WS-MAIOR-ID TO IDC-ULTIMO-ID
               WRITE IDC-RECORD
               CLOSE ID-CONTROL
               DISPLAY 'IDCTL CRIADO COM ULTIMO ID ' IDC-ULTIMO-ID
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
                   MOVE WS-MAIOR-ID TO IDC-ULTIMO-ID
                   WRITE IDC-RECORD
                   DISPLAY 'IDCTL SEMEADO COM ULTIMO ID '
                       IDC-ULTIMO-ID
               NOT INVALID KEY
                   IF IDC-ULTIMO-ID < WS-MAIOR-ID
                       DISPLAY 'ATENCAO.. IDCTL ' IDC-ULTIMO-ID
                           ' ABAIXO DO MAIOR ID RECUPERADO '
                           WS-MAIOR-ID ', AJUSTADO'
                       MOVE WS-MAIOR-ID TO IDC-ULTIMO-ID
                       REWRITE IDC-RECORD
                   ELSE
                       DISPLAY 'IDCTL VALIDADO: ULTIMO ID '
                           IDC-ULTIMO-ID
                   END-IF
           END-READ
           CLOSE ID-CONTROL.

       COMPARAR-TOTAIS.
           IF WS-CONTADOR NOT = WS-TRL-COUNT
               MOVE 'Y' TO WS-DIVERGENTE
               DISPLAY 'DIVERGENCIA.. CONTAGEM ESPERADA '
                   WS-TRL-COUNT ' ENCONTRADA ' WS-CONTADOR
           END-IF
           IF WS-MAIOR-ID NOT = WS-TRL-HIGH
               MOVE 'Y' TO WS-DIVERGENTE
               DISPLAY 'DIVERGENCIA.. MAIOR ID ESPERADO '
                   WS-TRL-HIGH ' ENCONTRADO ' WS-MAIOR-ID
           END-IF
           IF WS-HASH NOT = WS-TRL-HASH
               MOVE 'Y' TO WS-DIVERGENTE
               DISPLAY 'DIVERGENCIA.. HASH ESPERADO '
                   WS-TRL-HASH ' ENCONTRADO ' WS-HASH
           END-IF
           IF WS-DIVERGENTE = 'N'
               DISPLAY 'VERIFICACAO DE INTEGRIDADE OK'
           ELSE
               DISPLAY 'ATENCAO.. VERIFICACAO DE INTEGRIDADE FALHOU'
           END-IF.

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
