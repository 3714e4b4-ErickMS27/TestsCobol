       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAGE.

      ***********************************
      * Ageing report of the changes    *
      * still waiting on PENDAPR for a  *
      * supervisor decision: lists each *
      * item pending for at least the   *
      * limit in days, in request       *
      * order, with the requester so it *
      * can be chased. Leaves PENDRPT.  *
      * Age is counted in business days *
      * parametro: dias uteis limite,   *
      * padrao 3                        *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-SEQ
               ALTERNATE RECORD KEY IS PND-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PND-RECORD.
           COPY "PENDREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEND-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-PARM PIC X(10) VALUE SPACES.
       77 WS-DIAS-LIMITE PIC 9(3) VALUE 3.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-IDADE PIC 9(8) VALUE ZEROS.
       77 WS-CAL-FUNCAO PIC X VALUE 'C'.
       77 WS-CAL-RESULTADO PIC X VALUE SPACE.
       77 WS-PENDENTES PIC 9(6) VALUE ZEROS.
       77 WS-VENCIDOS PIC 9(6) VALUE ZEROS.
       77 WS-TIPO-TXT PIC X(10) VALUE SPACES.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA O RELATORIO DE PENDENCIAS'
               PERFORM GRAVAR-AUD-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               COMPUTE WS-DIAS-LIMITE = FUNCTION NUMVAL(WS-PARM)
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO
      * no approval file yet simply means nothing is waiting
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = '00'
               PERFORM UNTIL 1 = 2
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF PND-SITUACAO = 'P'
                       PERFORM AVALIAR-PENDENCIA
                   END-IF
               END-PERFORM
               CLOSE PENDING-FILE
           ELSE
               IF WS-PEND-STATUS NOT = '35'
                   DISPLAY 'ERRO.. PENDAPR INDISPONIVEL, STATUS '
                       WS-PEND-STATUS
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-FILE
           DISPLAY 'PENDAGE - PENDENTES: ' WS-PENDENTES
               ' HA ' WS-DIAS-LIMITE ' DIAS UTEIS OU MAIS: '
               WS-VENCIDOS
           GOBACK.

       AVALIAR-PENDENCIA.
           ADD 1 TO WS-PENDENTES
           CALL 'CALDIA' USING WS-CAL-FUNCAO PND-DATA-SOLIC
               WS-DATA-EXEC WS-IDADE WS-CAL-RESULTADO
           IF WS-CAL-RESULTADO = 'E'
               DISPLAY 'AVISO.. PENDENCIA ' PND-SEQ
                   ' COM DATA DE SOLICITACAO INVALIDA: ' PND-DATA-SOLIC
               EXIT PARAGRAPH
           END-IF
           IF WS-IDADE < WS-DIAS-LIMITE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VENCIDOS
           EVALUATE PND-TIPO
               WHEN 'N'
                   MOVE 'ALTERACAO' TO WS-TIPO-TXT
               WHEN 'D'
                   MOVE 'EXCLUSAO' TO WS-TIPO-TXT
               WHEN 'R'
                   MOVE 'REATIVACAO' TO WS-TIPO-TXT
               WHEN OTHER
                   MOVE PND-TIPO TO WS-TIPO-TXT
           END-EVALUATE
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               PND-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-TIPO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-SOLICITANTE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PND-DATA-SOLIC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PND-DATA-SOLIC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               PND-DATA-SOLIC(1:4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-IDADE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PENDAGE - APROVACOES PENDENTES'
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
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PENDENTES HA ' DELIMITED BY SIZE
               WS-DIAS-LIMITE DELIMITED BY SIZE
               ' DIAS UTEIS OU MAIS' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  SOLIC  ID     TIPO       SOLICITANTE          DATA'
               TO WS-REPORT-LINE
           MOVE 'DIAS' TO WS-REPORT-LINE(60:4)
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL PENDENTES: ' DELIMITED BY SIZE
               WS-PENDENTES DELIMITED BY SIZE
               '   NO LIMITE OU ACIMA: ' DELIMITED BY SIZE
               WS-VENCIDOS DELIMITED BY SIZE
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
