       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECHK.

      ***********************************
      * Cross-file consistency check of *
      * NAMEMAST against IDCTL, DUPSUSP,*
      * NAMEHIST, tonight's NAMEJRNL    *
      * and AUDITLOG. Prints one CHKRPT *
      * line per discrepancy and a      *
      * count by type; any discrepancy  *
      * ends with return code 8 so the  *
      * night stream stops before       *
      * NAMEBKP saves a bad master      *
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

           SELECT ID-CONTROL ASSIGN TO "IDCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-IDC-KEY
               FILE STATUS IS WS-IDC-STATUS.

           SELECT SUSPECT-FILE ASSIGN TO "DUPSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUP-SEQ
               FILE STATUS IS WS-DUSP-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "CHKSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  ID-CONTROL.
       01  IDC-RECORD.
           COPY "IDCTREC.cpy".

       FD  SUSPECT-FILE.
       01  DUP-RECORD.
           COPY "DUPSREC.cpy".

       FD  HISTORY-FILE.
       01  HIST-RECORD.
           COPY "HISTREC.cpy".

       FD  JOURNAL-FILE.
       01  JRN-RECORD.
           COPY "JRNLREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-CUST-ID        PIC 9(6).
           05  SRT-SEQ            PIC 9(8).
           05  SRT-ACAO           PIC X(10).
           05  SRT-IMAGEM         PIC X(170).

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-STATUS PIC XX VALUE SPACES.
       77 WS-IDC-KEY PIC 9(4) VALUE 1.
       77 WS-DUSP-STATUS PIC XX VALUE SPACES.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-JRNL-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-JRNL-FILENAME PIC X(30) VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUB PIC 99 VALUE ZEROS.
       77 WS-ULTIMO-ID PIC 9(6) VALUE ZEROS.
       77 WS-TEM-IDCTL PIC X VALUE 'N'.
       77 WS-FONKEY-CALC PIC X(4) VALUE SPACES.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-SUSPEITAS PIC 9(8) VALUE ZEROS.
       77 WS-SEQ-LIDA PIC 9(8) VALUE ZEROS.
       77 WS-ID-ANTERIOR PIC 9(6) VALUE ZEROS.
       77 WS-ULT-ACAO PIC X(10) VALUE SPACES.
       77 WS-ULT-IMAGEM PIC X(170) VALUE SPACES.
       77 WS-HIST-CLIENTES PIC 9(8) VALUE ZEROS.
       77 WS-JRNL-CLIENTES PIC 9(8) VALUE ZEROS.
       77 WS-JRNL-GRAVACOES PIC 9(8) VALUE ZEROS.
       77 WS-JRNL-EXCLUSOES PIC 9(8) VALUE ZEROS.
       77 WS-AUD-INCLUSOES PIC 9(8) VALUE ZEROS.
       77 WS-AUD-EXPURGOS PIC 9(8) VALUE ZEROS.
       77 WS-TIPO PIC 99 VALUE ZEROS.
       77 WS-ID-PROBLEMA PIC 9(6) VALUE ZEROS.
       77 WS-DETALHE PIC X(40) VALUE SPACES.
       77 WS-TOTAL-PROBLEMAS PIC 9(8) VALUE ZEROS.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       01  WS-LISTA-TIPOS.
           05  FILLER   PIC X(20) VALUE 'ID ACIMA DO IDCTL'.
           05  FILLER   PIC X(20) VALUE 'FONKEY DIVERGENTE'.
           05  FILLER   PIC X(20) VALUE 'STATUS INVALIDO'.
           05  FILLER   PIC X(20) VALUE 'FEED-STATUS INVALIDO'.
           05  FILLER   PIC X(20) VALUE 'SUSPEITA SEM CLIENTE'.
           05  FILLER   PIC X(20) VALUE 'HISTORICO DIVERGENTE'.
           05  FILLER   PIC X(20) VALUE 'HIST SEM CLIENTE'.
           05  FILLER   PIC X(20) VALUE 'JORNAL DIVERGENTE'.
           05  FILLER   PIC X(20) VALUE 'JORNAL X AUDITORIA'.
           05  FILLER   PIC X(20) VALUE 'IDCTL AUSENTE'.
       01  WS-TIPOS REDEFINES WS-LISTA-TIPOS.
           05  WS-TIPO-DESC OCCURS 10 TIMES PIC X(20).
       01  WS-CONTAGEM-TIPOS.
           05  WS-TIPO-QTD OCCURS 10 TIMES PIC 9(8).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A CONFERENCIA'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           INITIALIZE WS-CONTAGEM-TIPOS
           STRING 'NAMEJRNL.' DELIMITED BY SIZE
               WS-DATA-EXEC DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           END-STRING

           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM LER-ID-CONTROL
           PERFORM CONFERIR-MASTER
           PERFORM CONFERIR-SUSPEITAS
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-SEQ
               INPUT PROCEDURE IS LIBERAR-HISTORICO
               OUTPUT PROCEDURE IS CONFERIR-HISTORICO
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-SEQ
               INPUT PROCEDURE IS LIBERAR-JORNAL
               OUTPUT PROCEDURE IS CONFERIR-JORNAL
           PERFORM CONFERIR-AUDITORIA

           PERFORM IMPRIMIR-RODAPE
           CLOSE NAME-MASTER
           CLOSE REPORT-FILE
           DISPLAY 'NAMECHK - CLIENTES LIDOS: ' WS-LIDOS
               ' DIVERGENCIAS: ' WS-TOTAL-PROBLEMAS
           MOVE 'CONFERE' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           IF WS-TOTAL-PROBLEMAS > ZEROS
               DISPLAY 'NAMECHK - ARQUIVOS INCONSISTENTES, VER CHKRPT'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * a missing id control is itself a finding: the next load would
      * start numbering from scratch and collide with live ids
       LER-ID-CONTROL.
           OPEN INPUT ID-CONTROL
           IF WS-IDC-STATUS NOT = '00'
               MOVE 10 TO WS-TIPO
               MOVE ZEROS TO WS-ID-PROBLEMA
               MOVE 'IDCTL NAO ENCONTRADO' TO WS-DETALHE
               PERFORM REGISTRAR-PROBLEMA
               EXIT PARAGRAPH
           END-IF
           READ ID-CONTROL
               INVALID KEY
                   MOVE 10 TO WS-TIPO
                   MOVE ZEROS TO WS-ID-PROBLEMA
                   MOVE 'IDCTL SEM REGISTRO DE CONTROLE'
                       TO WS-DETALHE
                   PERFORM REGISTRAR-PROBLEMA
               NOT INVALID KEY
                   MOVE IDC-ULTIMO-ID TO WS-ULTIMO-ID
                   MOVE 'Y' TO WS-TEM-IDCTL
           END-READ
           CLOSE ID-CONTROL.

       CONFERIR-MASTER.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM CONFERIR-CLIENTE
               END-READ
           END-PERFORM.

      * NAMECNV leaves CUST-FEED-STATUS blank on converted records
      * that were never extracted, so a space is a valid value there
       CONFERIR-CLIENTE.
           MOVE CUST-ID TO WS-ID-PROBLEMA
           IF WS-TEM-IDCTL = 'Y' AND CUST-ID > WS-ULTIMO-ID
               MOVE 1 TO WS-TIPO
               MOVE SPACES TO WS-DETALHE
               STRING 'ULTIMO ID NO IDCTL ' DELIMITED BY SIZE
                   WS-ULTIMO-ID DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF
           CALL 'NAMESND' USING CUST-LAST-NAME WS-FONKEY-CALC
           IF CUST-FONKEY NOT = WS-FONKEY-CALC
               MOVE 2 TO WS-TIPO
               MOVE SPACES TO WS-DETALHE
               STRING 'GRAVADO ' DELIMITED BY SIZE
                   CUST-FONKEY DELIMITED BY SIZE
                   ' CALCULADO ' DELIMITED BY SIZE
                   WS-FONKEY-CALC DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF
           IF CUST-STATUS NOT = 'A' AND CUST-STATUS NOT = 'I'
               MOVE 3 TO WS-TIPO
               MOVE SPACES TO WS-DETALHE
               STRING 'CUST-STATUS [' DELIMITED BY SIZE
                   CUST-STATUS DELIMITED BY SIZE
                   ']' DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF
           IF CUST-FEED-STATUS NOT = 'A' AND CUST-FEED-STATUS NOT = 'P'
               AND CUST-FEED-STATUS NOT = 'C'
               AND CUST-FEED-STATUS NOT = 'R'
               AND CUST-FEED-STATUS NOT = SPACE
               MOVE 4 TO WS-TIPO
               MOVE SPACES TO WS-DETALHE
               STRING 'CUST-FEED-STATUS [' DELIMITED BY SIZE
                   CUST-FEED-STATUS DELIMITED BY SIZE
                   ']' DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF.

       CONFERIR-SUSPEITAS.
           OPEN INPUT SUSPECT-FILE
           IF WS-DUSP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUSPECT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DUP-SITUACAO = 'P'
                           ADD 1 TO WS-SUSPEITAS
                           PERFORM CONFERIR-SUSPEITA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPECT-FILE.

       CONFERIR-SUSPEITA.
           MOVE DUP-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   MOVE 5 TO WS-TIPO
                   MOVE DUP-CUST-ID TO WS-ID-PROBLEMA
                   MOVE SPACES TO WS-DETALHE
                   STRING 'SUSPEITA ' DELIMITED BY SIZE
                       DUP-SEQ DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DUP-NOME DELIMITED BY SIZE
                       INTO WS-DETALHE
                   END-STRING
                   PERFORM REGISTRAR-PROBLEMA
           END-READ.

      * history and journal are both in arrival order; sorting on the
      * customer id with the arrival sequence as minor key leaves
      * each customer's latest image as the last of its group
       LIBERAR-HISTORICO.
           MOVE ZEROS TO WS-SEQ-LIDA
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ-LIDA
                       MOVE HIST-CUST-ID TO SRT-CUST-ID
                       MOVE WS-SEQ-LIDA TO SRT-SEQ
                       MOVE HIST-ACAO TO SRT-ACAO
                       MOVE HIST-DEPOIS TO SRT-IMAGEM
                       RELEASE SRT-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       CONFERIR-HISTORICO.
           MOVE ZEROS TO WS-ID-ANTERIOR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SRT-CUST-ID NOT = WS-ID-ANTERIOR
                           AND WS-ID-ANTERIOR NOT = ZEROS
                           PERFORM COMPARAR-HISTORICO
                       END-IF
                       MOVE SRT-CUST-ID TO WS-ID-ANTERIOR
                       MOVE SRT-ACAO TO WS-ULT-ACAO
                       MOVE SRT-IMAGEM TO WS-ULT-IMAGEM
               END-RETURN
           END-PERFORM
           IF WS-ID-ANTERIOR NOT = ZEROS
               PERFORM COMPARAR-HISTORICO
           END-IF.

      * FEEDEXT, FEEDRECN and NAMEFON rewrite the feed status, feed
      * date and phonetic key without a history entry, so only the
      * remaining fields of the after image must match the master.
      * A customer purged by NAMEPURG was inactive when it left
       COMPARAR-HISTORICO.
           ADD 1 TO WS-HIST-CLIENTES
           MOVE WS-ID-ANTERIOR TO CUST-ID
           MOVE WS-ID-ANTERIOR TO WS-ID-PROBLEMA
           READ NAME-MASTER
               INVALID KEY
                   IF WS-ULT-IMAGEM(65:1) NOT = 'I'
                       MOVE 7 TO WS-TIPO
                       MOVE SPACES TO WS-DETALHE
                       STRING 'ULTIMA ACAO ' DELIMITED BY SIZE
                           WS-ULT-ACAO DELIMITED BY SIZE
                           INTO WS-DETALHE
                       END-STRING
                       PERFORM REGISTRAR-PROBLEMA
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           IF NM-RECORD(1:55) NOT = WS-ULT-IMAGEM(1:55)
               OR NM-RECORD(65:100) NOT = WS-ULT-IMAGEM(65:100)
               MOVE 6 TO WS-TIPO
               MOVE SPACES TO WS-DETALHE
               STRING 'ULTIMA ACAO ' DELIMITED BY SIZE
                   WS-ULT-ACAO DELIMITED BY SIZE
                   ' DIFERE DO MASTER' DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF.

       LIBERAR-JORNAL.
           MOVE ZEROS TO WS-SEQ-LIDA
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'NAMECHK - SEM JORNAL HOJE: ' WS-JRNL-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-SEQ-LIDA
                       IF JRN-ACAO = 'W'
                           ADD 1 TO WS-JRNL-GRAVACOES
                       END-IF
                       IF JRN-ACAO = 'D'
                           ADD 1 TO WS-JRNL-EXCLUSOES
                       END-IF
                       MOVE JRN-IMAGEM(1:6) TO SRT-CUST-ID
                       MOVE WS-SEQ-LIDA TO SRT-SEQ
                       MOVE JRN-ACAO TO SRT-ACAO
                       MOVE JRN-IMAGEM TO SRT-IMAGEM
                       RELEASE SRT-RECORD
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       CONFERIR-JORNAL.
           MOVE ZEROS TO WS-ID-ANTERIOR
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SRT-CUST-ID NOT = WS-ID-ANTERIOR
                           AND WS-ID-ANTERIOR NOT = ZEROS
                           PERFORM COMPARAR-JORNAL
                       END-IF
                       MOVE SRT-CUST-ID TO WS-ID-ANTERIOR
                       MOVE SRT-ACAO TO WS-ULT-ACAO
                       MOVE SRT-IMAGEM TO WS-ULT-IMAGEM
               END-RETURN
           END-PERFORM
           IF WS-ID-ANTERIOR NOT = ZEROS
               PERFORM COMPARAR-JORNAL
           END-IF.

      * every master update is journaled, so the last image of the
      * day must be the live record in full, and a physical delete
      * must have left no record behind
       COMPARAR-JORNAL.
           ADD 1 TO WS-JRNL-CLIENTES
           MOVE WS-ID-ANTERIOR TO CUST-ID
           MOVE WS-ID-ANTERIOR TO WS-ID-PROBLEMA
           MOVE 8 TO WS-TIPO
           READ NAME-MASTER
               INVALID KEY
                   IF WS-ULT-ACAO(1:1) NOT = 'D'
                       MOVE SPACES TO WS-DETALHE
                       STRING 'ACAO ' DELIMITED BY SIZE
                           WS-ULT-ACAO(1:1) DELIMITED BY SIZE
                           ' MAS AUSENTE NO MASTER' DELIMITED BY SIZE
                           INTO WS-DETALHE
                       END-STRING
                       PERFORM REGISTRAR-PROBLEMA
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           IF WS-ULT-ACAO(1:1) = 'D'
               MOVE 'EXCLUIDO NO JORNAL MAS PRESENTE NO MASTER'
                   TO WS-DETALHE
               PERFORM REGISTRAR-PROBLEMA
               EXIT PARAGRAPH
           END-IF
           IF NM-RECORD NOT = WS-ULT-IMAGEM(1:168)
               MOVE SPACES TO WS-DETALHE
               STRING 'ULTIMA IMAGEM (' DELIMITED BY SIZE
                   WS-ULT-ACAO(1:1) DELIMITED BY SIZE
                   ') DIFERE DO MASTER' DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF.

      * every journaled WRITE is audited as INCLUSAO or CARGA and
      * every journaled physical DELETE as EXPURGO, so the day's
      * counts on both sides must agree
       CONFERIR-AUDITORIA.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CONTAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF
           MOVE 9 TO WS-TIPO
           MOVE ZEROS TO WS-ID-PROBLEMA
           IF WS-JRNL-GRAVACOES NOT = WS-AUD-INCLUSOES
               MOVE SPACES TO WS-DETALHE
               STRING 'GRAVACOES ' DELIMITED BY SIZE
                   WS-JRNL-GRAVACOES DELIMITED BY SIZE
                   ' INCLUSOES ' DELIMITED BY SIZE
                   WS-AUD-INCLUSOES DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF
           IF WS-JRNL-EXCLUSOES NOT = WS-AUD-EXPURGOS
               MOVE SPACES TO WS-DETALHE
               STRING 'EXCLUSOES ' DELIMITED BY SIZE
                   WS-JRNL-EXCLUSOES DELIMITED BY SIZE
                   ' EXPURGOS ' DELIMITED BY SIZE
                   WS-AUD-EXPURGOS DELIMITED BY SIZE
                   INTO WS-DETALHE
               END-STRING
               PERFORM REGISTRAR-PROBLEMA
           END-IF.

       CONTAR-AUDITORIA.
           IF AUD-DATA = WS-DATA-EXEC
               IF AUD-ACAO = 'INCLUSAO' OR AUD-ACAO = 'CARGA'
                   ADD 1 TO WS-AUD-INCLUSOES
               END-IF
               IF AUD-ACAO = 'EXPURGO'
                   ADD 1 TO WS-AUD-EXPURGOS
               END-IF
           END-IF.

       REGISTRAR-PROBLEMA.
           ADD 1 TO WS-TIPO-QTD(WS-TIPO)
           ADD 1 TO WS-TOTAL-PROBLEMAS
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-ID-PROBLEMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIPO-DESC(WS-TIPO) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-DETALHE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAMECHK - CONSISTENCIA ENTRE ARQUIVOS'
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
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE '  ID     DIVERGENCIA          DETALHE'
               TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTES LIDOS: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   SUSPEITAS PENDENTES: ' DELIMITED BY SIZE
               WS-SUSPEITAS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTES NO HISTORICO: ' DELIMITED BY SIZE
               WS-HIST-CLIENTES DELIMITED BY SIZE
               '   NO JORNAL DE HOJE: ' DELIMITED BY SIZE
               WS-JRNL-CLIENTES DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE 'DIVERGENCIAS POR TIPO:' TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-TIPO-DESC(WS-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TIPO-QTD(WS-SUB) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  TOTAL                ' DELIMITED BY SIZE
               WS-TOTAL-PROBLEMAS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE SPACES TO AUD-NOME
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
