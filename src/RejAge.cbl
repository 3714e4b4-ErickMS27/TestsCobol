       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJAGE.

      ***********************************
      * Ageing report of the NAMETRX    *
      * rejects still in suspense on    *
      * REJSUSP: every item awaiting    *
      * correction or awaiting its      *
      * resubmission, oldest first and  *
      * by reason within the same age,  *
      * so the backlog can be chased.   *
      * Age is counted in business days *
      * from the first rejection.       *
      * Leaves REJRPT                   *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "REJSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RJS-SEQ
               FILE STATUS IS WS-RJS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORT-FILE ASSIGN TO "REJSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  RJS-RECORD.
           COPY "REJSREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-IDADE          PIC 9(8).
           05  SRT-MOTIVO         PIC X(30).
           05  SRT-SEQ            PIC 9(6).
           05  SRT-ACAO           PIC X.
           05  SRT-CUST-ID        PIC X(6).
           05  SRT-DATA           PIC 9(8).
           05  SRT-SITUACAO       PIC X.
           05  SRT-CORRECOES      PIC 9(3).

       WORKING-STORAGE SECTION.
       77 WS-RJS-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-IDADE PIC 9(8) VALUE ZEROS.
       77 WS-IDADE-ED PIC ZZZ9 VALUE ZEROS.
       77 WS-MAIOR-IDADE PIC 9(8) VALUE ZEROS.
       77 WS-CAL-FUNCAO PIC X VALUE 'C'.
       77 WS-CAL-RESULTADO PIC X VALUE SPACE.
       77 WS-EM-SUSPENSO PIC 9(6) VALUE ZEROS.
       77 WS-AGUARDANDO PIC 9(6) VALUE ZEROS.
       77 WS-CORRIGIDOS PIC 9(6) VALUE ZEROS.
       77 WS-SITUACAO-TXT PIC X(9) VALUE SPACES.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA O RELATORIO DE REJEITOS'
               PERFORM GRAVAR-AUD-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

      * no suspense file yet simply means nothing has been rejected
           OPEN INPUT SUSPENSE-FILE
           IF WS-RJS-STATUS NOT = '00' AND WS-RJS-STATUS NOT = '35'
               DISPLAY 'ERRO.. REJSUSP INDISPONIVEL, STATUS '
                   WS-RJS-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO
           IF WS-RJS-STATUS = '00'
               SORT SORT-FILE
                   ON DESCENDING KEY SRT-IDADE
                   ON ASCENDING KEY SRT-MOTIVO SRT-SEQ
                   INPUT PROCEDURE IS SELECIONAR-REJEITOS
                   OUTPUT PROCEDURE IS LISTAR-REJEITOS
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-FILE
           DISPLAY 'REJAGE - EM SUSPENSO: ' WS-EM-SUSPENSO
               ' AGUARDANDO CORRECAO: ' WS-AGUARDANDO
               ' CORRIGIDOS: ' WS-CORRIGIDOS
           GOBACK.

       SELECIONAR-REJEITOS.
           PERFORM UNTIL 1 = 2
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RJS-SITUACAO = 'P' OR RJS-SITUACAO = 'C'
                   PERFORM LIBERAR-REJEITO
               END-IF
           END-PERFORM.

       LIBERAR-REJEITO.
           CALL 'CALDIA' USING WS-CAL-FUNCAO RJS-DATA-REJEICAO
               WS-DATA-EXEC WS-IDADE WS-CAL-RESULTADO
           IF WS-CAL-RESULTADO = 'E'
               MOVE ZEROS TO WS-IDADE
           END-IF
           MOVE WS-IDADE TO SRT-IDADE
           MOVE RJS-MOTIVO TO SRT-MOTIVO
           MOVE RJS-SEQ TO SRT-SEQ
           MOVE RJS-TRANSACAO(1:1) TO SRT-ACAO
           MOVE RJS-TRANSACAO(2:6) TO SRT-CUST-ID
           MOVE RJS-DATA-REJEICAO TO SRT-DATA
           MOVE RJS-SITUACAO TO SRT-SITUACAO
           MOVE RJS-CORRECOES TO SRT-CORRECOES
           RELEASE SRT-RECORD.

       LISTAR-REJEITOS.
           PERFORM UNTIL 1 = 2
               RETURN SORT-FILE
                   AT END
                       EXIT PERFORM
               END-RETURN
               PERFORM IMPRIMIR-REJEITO
           END-PERFORM.

       IMPRIMIR-REJEITO.
           ADD 1 TO WS-EM-SUSPENSO
           IF SRT-SITUACAO = 'C'
               ADD 1 TO WS-CORRIGIDOS
               MOVE 'CORRIGIDO' TO WS-SITUACAO-TXT
           ELSE
               ADD 1 TO WS-AGUARDANDO
               MOVE 'PENDENTE' TO WS-SITUACAO-TXT
           END-IF
           IF SRT-IDADE > WS-MAIOR-IDADE
               MOVE SRT-IDADE TO WS-MAIOR-IDADE
           END-IF
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SRT-IDADE TO WS-IDADE-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-IDADE-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-MOTIVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-ACAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-DATA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SRT-DATA(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               SRT-DATA(1:4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SITUACAO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               SRT-CORRECOES DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REJAGE - REJEITOS EM SUSPENSO'
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
           MOVE 'IDADE EM DIAS UTEIS DESDE A PRIMEIRA REJEICAO'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DIAS MOTIVO                         SEQ    A ID'
               TO WS-REPORT-LINE
           MOVE 'REJEITADO  SITUACAO  COR' TO WS-REPORT-LINE(53:24)
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL EM SUSPENSO: ' DELIMITED BY SIZE
               WS-EM-SUSPENSO DELIMITED BY SIZE
               '   AGUARDANDO CORRECAO: ' DELIMITED BY SIZE
               WS-AGUARDANDO DELIMITED BY SIZE
               '   CORRIGIDOS: ' DELIMITED BY SIZE
               WS-CORRIGIDOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MAIS ANTIGO (DIAS UTEIS): ' DELIMITED BY SIZE
               WS-MAIOR-IDADE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

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
