       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEBKP.

      ***********************************
      * NAME-MASTER unload / reload     *
      * utility with integrity totals   *
      * funcoes: UNLOAD (padrao),       *
      * RELOAD yyyymmdd, INIT           *
      * each unload is catalogued in    *
      * GENCAT, good or suspect as the  *
      * verification pass decides       *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BACKUP-FILE ASSIGN TO WS-BKP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

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

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  ID-CONTROL.
       01  IDC-RECORD.
           COPY "IDCTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-BKP-FILENAME PIC X(30) VALUE SPACES.
       77 WS-PARM PIC X(20) VALUE SPACES.
       77 WS-FUNCAO PIC X(6) VALUE SPACES.
       77 WS-DATA-GERACAO PIC X(8) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUB PIC 9(3) VALUE 1.
       77 WS-HASH-REC PIC X(168) VALUE SPACES.
       77 WS-CONTADOR PIC 9(8) VALUE ZEROS.
       77 WS-MAIOR-ID PIC 9(6) VALUE ZEROS.
       77 WS-ID-BKP PIC 9(6) VALUE ZEROS.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-HASH PIC 9(12) VALUE ZEROS.
       77 WS-DIVERGENTE PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-GEN-FUNCAO PIC X VALUE 'R'.
       77 WS-GEN-RESULTADO PIC X VALUE SPACE.
       01  WS-GERACAO.
           COPY "GENREC.cpy" REPLACING LEADING ==GEN-== BY ==WS-GEN-==.
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
                   ' SEM AUTORIDADE PARA O UTILITARIO'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           MOVE WS-PARM(1:6) TO WS-FUNCAO
           IF WS-FUNCAO = SPACES
               MOVE 'UNLOAD' TO WS-FUNCAO
           END-IF
           IF WS-PARM(8:8) NOT = SPACES
               MOVE WS-PARM(8:8) TO WS-DATA-GERACAO
           ELSE
               MOVE WS-DATA-EXEC TO WS-DATA-GERACAO
           END-IF
           STRING 'NAMEBKUP.' DELIMITED BY SIZE
               WS-DATA-GERACAO DELIMITED BY SIZE
               INTO WS-BKP-FILENAME
           END-STRING

           EVALUATE WS-FUNCAO
               WHEN 'UNLOAD'
                   PERFORM DESCARREGAR-MASTER
               WHEN 'RELOAD'
                   PERFORM RECARREGAR-MASTER
               WHEN 'INIT'
                   PERFORM RECRIAR-MASTER
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA: ' WS-FUNCAO
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       DESCARREGAR-MASTER.
           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BACKUP-FILE
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO WS-CONTADOR
           MOVE ZEROS TO WS-MAIOR-ID
           MOVE ZEROS TO WS-HASH
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
                       MOVE SPACES TO BKP-RECORD
                       MOVE 'D' TO BKP-TIPO
                       MOVE NM-RECORD TO BKP-DADOS(1:168)
                       WRITE BKP-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO BKP-RECORD
           MOVE 'T' TO BKP-TIPO
           MOVE WS-CONTADOR TO WS-TRL-COUNT
           MOVE WS-MAIOR-ID TO WS-TRL-HIGH
           MOVE WS-HASH TO WS-TRL-HASH
           MOVE WS-TRAILER TO BKP-DADOS(1:26)
           WRITE BKP-RECORD
           CLOSE NAME-MASTER
           CLOSE BACKUP-FILE
           DISPLAY 'NAMEBKP - DESCARGA CONCLUIDA: ' WS-BKP-FILENAME
           DISPLAY 'REGISTROS: ' WS-CONTADOR
               ' MAIOR ID: ' WS-MAIOR-ID
               ' HASH: ' WS-HASH
           PERFORM VERIFICAR-BACKUP
           PERFORM CATALOGAR-BACKUP
           MOVE 'DESCARGA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

      * re-reads the backup just written and recomputes the totals so
      * a bad write is caught tonight, not on the day of the restore
       VERIFICAR-BACKUP.
           MOVE WS-CONTADOR TO WS-TRL-COUNT
           MOVE WS-MAIOR-ID TO WS-TRL-HIGH
           MOVE WS-HASH TO WS-TRL-HASH
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-DIVERGENTE
           MOVE ZEROS TO WS-CONTADOR
           MOVE ZEROS TO WS-MAIOR-ID
           MOVE ZEROS TO WS-HASH
           OPEN INPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO RELER BACKUP, STATUS '
                   WS-BKP-STATUS
               MOVE 'Y' TO WS-DIVERGENTE
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BKP-TIPO = 'D'
                           ADD 1 TO WS-CONTADOR
                           MOVE BKP-DADOS(1:168) TO WS-HASH-REC
                           MOVE BKP-DADOS(1:6) TO WS-ID-BKP
                           IF WS-ID-BKP > WS-MAIOR-ID
                               MOVE WS-ID-BKP TO WS-MAIOR-ID
                           END-IF
                           PERFORM ACUMULAR-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           PERFORM COMPARAR-TOTAIS.

      * the catalog carries the totals the trailer promised; a
      * generation that failed its re-read is kept but flagged so
      * NAMEFWD never picks it on its own
       CATALOGAR-BACKUP.
           INITIALIZE WS-GERACAO
           MOVE 'BKUP' TO WS-GEN-TIPO
           MOVE WS-BKP-FILENAME TO WS-GEN-ARQUIVO
           MOVE WS-DATA-GERACAO TO WS-GEN-DATA
           MOVE WS-TRL-COUNT TO WS-GEN-CONTAGEM
           MOVE WS-TRL-HASH TO WS-GEN-TOTAL
           MOVE WS-TRL-HIGH TO WS-GEN-MAIOR-ID
           MOVE 'NAMEBKP' TO WS-GEN-PROGRAMA
           IF WS-DIVERGENTE = 'N'
               MOVE 'B' TO WS-GEN-SITUACAO
           ELSE
               MOVE 'S' TO WS-GEN-SITUACAO
           END-IF
           CALL 'GENREG' USING WS-GEN-FUNCAO WS-GERACAO
               WS-GEN-RESULTADO
           IF WS-GEN-RESULTADO NOT = 'Y'
               DISPLAY 'ATENCAO.. ' WS-BKP-FILENAME
                   ' NAO FOI CATALOGADO'
           END-IF.

       RECARREGAR-MASTER.
           OPEN INPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = '00'
               DISPLAY 'ERRO.. BACKUP NAO ENCONTRADO: '
                   WS-BKP-FILENAME
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO RECRIAR NAMEMAST, STATUS '
                   WS-MASTER-STATUS
               CLOSE BACKUP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-DIVERGENTE
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
           DISPLAY 'NAMEBKP - RECARGA DE ' WS-BKP-FILENAME
           DISPLAY 'REGISTROS: ' WS-CONTADOR
               ' MAIOR ID: ' WS-MAIOR-ID
               ' HASH: ' WS-HASH
           PERFORM COMPARAR-TOTAIS
           PERFORM VALIDAR-ID-CONTROL
           MOVE 'RECARGA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

      * the id control may never fall below the restored master's
      * high id, or the next load would recycle ids; a reload raises
      * it when needed but never lowers it
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
                           ' ABAIXO DO MAIOR ID RESTAURADO '
                           WS-MAIOR-ID ', AJUSTADO'
                       MOVE WS-MAIOR-ID TO IDC-ULTIMO-ID
                       REWRITE IDC-RECORD
                   ELSE
                       DISPLAY 'IDCTL VALIDADO: ULTIMO ID '
                           IDC-ULTIMO-ID
                   END-IF
           END-READ
           CLOSE ID-CONTROL.

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
               MOVE 8 TO RETURN-CODE
           END-IF.

       RECRIAR-MASTER.
           OPEN OUTPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO RECRIAR NAMEMAST, STATUS '
                   WS-MASTER-STATUS
           ELSE
               CLOSE NAME-MASTER
               DISPLAY 'NAMEBKP - NAMEMAST RECRIADO VAZIO'
               MOVE 'RECRIACAO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
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
