       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPSCN.

      ***********************************
      * Nightly retroactive screening:  *
      * runs every active NAMEMAST      *
      * customer against the EXCPMAST   *
      * exception list, honouring the   *
      * effective and expiry dates the  *
      * way NAMEXCP does, and reports   *
      * existing customers that now     *
      * match an entry. Matching uses   *
      * NAMENRM normalized names        *
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

           SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-NOME
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "EXSCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  EXCEPTION-MASTER.
       01  EX-RECORD.
           COPY "EXCPREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-EXCP-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUB PIC 9(3) VALUE ZEROS.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-FLAGRADOS PIC 9(8) VALUE ZEROS.
       77 WS-NOME-NORM PIC X(20) VALUE SPACES.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       01  WS-TABELA-EXCECOES.
           05  WS-EXC-QTD         PIC 9(3) VALUE ZEROS.
           05  WS-EXC-ENT OCCURS 500 TIMES.
               10  WS-EXC-NOME    PIC X(20).
               10  WS-EXC-NORM    PIC X(20).
               10  WS-EXC-MOTIVO  PIC X(4).
               10  WS-EXC-INICIO  PIC 9(8).
               10  WS-EXC-FIM     PIC 9(8).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A VARREDURA'
               PERFORM GRAVAR-AUD-NEGADO
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           PERFORM CARREGAR-TABELA-EXCECOES
           IF WS-EXC-QTD = ZEROS
               DISPLAY 'EXCPSCN - NENHUMA EXCECAO VIGENTE, NADA A '
                   'VARRER'
               STOP RUN
           END-IF

           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-STATUS NOT = 'I'
                           ADD 1 TO WS-LIDOS
                           PERFORM CONFERIR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-RODAPE
           CLOSE NAME-MASTER
           CLOSE REPORT-FILE
           DISPLAY 'EXCPSCN - ATIVOS LIDOS: ' WS-LIDOS
               ' FLAGRADOS: ' WS-FLAGRADOS
           MOVE 'VARREDURA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           STOP RUN.

      * the exception list is small, so the effective entries are held
      * in storage with their normalized form computed once
       CARREGAR-TABELA-EXCECOES.
           MOVE ZEROS TO WS-EXC-QTD
           OPEN INPUT EXCEPTION-MASTER
           IF WS-EXCP-STATUS NOT = '00'
               DISPLAY 'ERRO.. EXCPMAST INDISPONIVEL, STATUS '
                   WS-EXCP-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ EXCEPTION-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM GUARDAR-EXCECAO
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-MASTER.

       GUARDAR-EXCECAO.
           IF EX-DATA-INICIO > WS-DATA-EXEC
               OR (EX-DATA-FIM NOT = ZEROS
               AND EX-DATA-FIM < WS-DATA-EXEC)
               EXIT PARAGRAPH
           END-IF
      * a screen that silently skipped part of the list would report
      * a clean run while customers matching the dropped entries go
      * unflagged, so running out of table is a hard failure
           IF WS-EXC-QTD >= 500
               DISPLAY 'ERRO.. LISTA DE EXCECOES EXCEDE A TABELA '
                   'DE 500 ENTRADAS, VARREDURA ABORTADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXC-QTD
           MOVE EX-NOME TO WS-EXC-NOME(WS-EXC-QTD)
           CALL 'NAMENRM' USING EX-NOME WS-EXC-NORM(WS-EXC-QTD)
           MOVE EX-MOTIVO TO WS-EXC-MOTIVO(WS-EXC-QTD)
           MOVE EX-DATA-INICIO TO WS-EXC-INICIO(WS-EXC-QTD)
           MOVE EX-DATA-FIM TO WS-EXC-FIM(WS-EXC-QTD).

       CONFERIR-CLIENTE.
           CALL 'NAMENRM' USING CUST-LAST-NAME WS-NOME-NORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXC-QTD
               IF WS-NOME-NORM = WS-EXC-NORM(WS-SUB)
                   ADD 1 TO WS-FLAGRADOS
                   PERFORM IMPRIMIR-FLAGRADO
                   MOVE WS-EXC-QTD TO WS-SUB
               END-IF
           END-PERFORM.

       IMPRIMIR-FLAGRADO.
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SIZE
               ' MOTIVO ' DELIMITED BY SIZE
               WS-EXC-MOTIVO(WS-SUB) DELIMITED BY SIZE
               ' LISTA ' DELIMITED BY SIZE
               WS-EXC-NOME(WS-SUB) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXCPSCN - VARREDURA DE EXCECOES'
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
           MOVE '  ID     NOME                 MOTIVO' TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ATIVOS LIDOS: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   FLAGRADOS: ' DELIMITED BY SIZE
               WS-FLAGRADOS DELIMITED BY SIZE
               '   EXCECOES VIGENTES: ' DELIMITED BY SIZE
               WS-EXC-QTD DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       GRAVAR-AUD-NEGADO.
           MOVE 'NEGADO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

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
