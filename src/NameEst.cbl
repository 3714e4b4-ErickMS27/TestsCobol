       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEEST.

      ***********************************
      * Monthly MIS statistics of the   *
      * customer base drawn from        *
      * NAMEMAST: active and inactive   *
      * by UF and by city within UF,    *
      * additions and deactivations per *
      * month over the twelve months to *
      * the reference month, feed       *
      * status breakdown and records    *
      * missing phone or address        *
      * parametro: yyyymm (padrao: mes  *
      * corrente)                       *
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

           SELECT REPORT-FILE ASSIGN TO "ESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "ESTSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-UF             PIC XX.
           05  SRT-CIDADE         PIC X(20).
           05  SRT-STATUS         PIC X.

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-PARM PIC X(6) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-MES-REF PIC 9(6) VALUE ZEROS.
       77 WS-ANO-INI PIC 9(4) VALUE ZEROS.
       77 WS-MES-INI PIC 99 VALUE ZEROS.
       77 WS-BASE-INI PIC 9(6) VALUE ZEROS.
       77 WS-BASE-DATA PIC 9(6) VALUE ZEROS.
       77 WS-IDX PIC S9(6) VALUE ZEROS.
       77 WS-SUB PIC 99 VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-ATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-INATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-SEM-FONE PIC 9(8) VALUE ZEROS.
       77 WS-SEM-ENDERECO PIC 9(8) VALUE ZEROS.
       77 WS-SEM-UM-OU-OUTRO PIC 9(8) VALUE ZEROS.
       77 WS-FALTA-DADO PIC X VALUE 'N'.
       77 WS-UF-ATUAL PIC XX VALUE SPACES.
       77 WS-CIDADE-ATUAL PIC X(20) VALUE SPACES.
       77 WS-CID-ATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-CID-INATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-UF-ATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-UF-INATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-LIQUIDO PIC S9(8) VALUE ZEROS.
       77 WS-LIQUIDO-ED PIC -(7)9 VALUE ZEROS.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-FEED-OUTROS PIC 9(8) VALUE ZEROS.
       01  WS-DATA-AUX.
           05  WS-AUX-ANO         PIC 9(4).
           05  WS-AUX-MES         PIC 99.
           05  WS-AUX-DIA         PIC 99.
       01  WS-TABELA-MESES.
           05  WS-MES-ENT OCCURS 12 TIMES.
               10  WS-MES-ANOMES  PIC 9(6).
               10  WS-MES-INCL    PIC 9(8).
               10  WS-MES-DESAT   PIC 9(8).
       01  WS-LISTA-FEED.
           05  FILLER   PIC X(21) VALUE 'AAGUARDANDO EXTRACAO '.
           05  FILLER   PIC X(21) VALUE 'PENVIADO, SEM RETORNO'.
           05  FILLER   PIC X(21) VALUE 'CCONFIRMADO          '.
           05  FILLER   PIC X(21) VALUE 'RRECUSADO            '.
           05  FILLER   PIC X(21) VALUE ' NUNCA EXTRAIDO      '.
       01  WS-FEED-TIPOS REDEFINES WS-LISTA-FEED.
           05  WS-FEED-ENT OCCURS 5 TIMES.
               10  WS-FEED-COD    PIC X.
               10  WS-FEED-DESC   PIC X(20).
       01  WS-CONTAGEM-FEED.
           05  WS-FEED-QTD OCCURS 5 TIMES PIC 9(8).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           IF WS-PARM = SPACES
               MOVE WS-DATA-EXEC(1:6) TO WS-MES-REF
           ELSE
               MOVE WS-PARM TO WS-MES-REF
           END-IF
           PERFORM MONTAR-MESES

           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           SORT SORT-FILE
               ON ASCENDING KEY SRT-UF SRT-CIDADE
               INPUT PROCEDURE IS LER-MASTER
               OUTPUT PROCEDURE IS IMPRIMIR-LOCALIDADES

           PERFORM IMPRIMIR-MESES
           PERFORM IMPRIMIR-FEED
           PERFORM IMPRIMIR-RODAPE
           CLOSE NAME-MASTER
           CLOSE REPORT-FILE
           DISPLAY 'NAMEEST - CLIENTES LIDOS: ' WS-LIDOS
               ' ATIVOS: ' WS-ATIVOS ' INATIVOS: ' WS-INATIVOS
           GOBACK.

      * the month table runs from eleven months before the reference
      * month up to it; a month is located by its distance, in
      * months, from the first entry
       MONTAR-MESES.
           INITIALIZE WS-TABELA-MESES
           INITIALIZE WS-CONTAGEM-FEED
           MOVE WS-MES-REF TO WS-DATA-AUX
           COMPUTE WS-BASE-INI = WS-AUX-ANO * 12 + WS-AUX-MES - 12
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
               COMPUTE WS-ANO-INI = (WS-BASE-INI + WS-SUB - 1) / 12
               COMPUTE WS-MES-INI = WS-BASE-INI + WS-SUB
                   - (WS-ANO-INI * 12)
               COMPUTE WS-MES-ANOMES(WS-SUB) = WS-ANO-INI * 100
                   + WS-MES-INI
           END-PERFORM.

      * everything that does not depend on the UF and city order is
      * counted on the way in, so the master is read only once
       LER-MASTER.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM CONTAR-CLIENTE
                       MOVE CUST-UF TO SRT-UF
                       IF CUST-UF = SPACES
                           MOVE '--' TO SRT-UF
                       END-IF
                       MOVE CUST-CIDADE TO SRT-CIDADE
                       IF CUST-CIDADE = SPACES
                           MOVE '(SEM CIDADE)' TO SRT-CIDADE
                       END-IF
                       MOVE CUST-STATUS TO SRT-STATUS
                       RELEASE SRT-RECORD
               END-READ
           END-PERFORM.

       CONTAR-CLIENTE.
           IF CUST-STATUS = 'I'
               ADD 1 TO WS-INATIVOS
           ELSE
               ADD 1 TO WS-ATIVOS
           END-IF
           MOVE CUST-DATE-ADDED TO WS-DATA-AUX
           COMPUTE WS-BASE-DATA = WS-AUX-ANO * 12 + WS-AUX-MES - 1
           COMPUTE WS-IDX = WS-BASE-DATA - WS-BASE-INI + 1
           IF WS-IDX > 0 AND WS-IDX < 13
               ADD 1 TO WS-MES-INCL(WS-IDX)
           END-IF
           IF CUST-STATUS = 'I'
               MOVE CUST-STATUS-DATE TO WS-DATA-AUX
               COMPUTE WS-BASE-DATA = WS-AUX-ANO * 12 + WS-AUX-MES - 1
               COMPUTE WS-IDX = WS-BASE-DATA - WS-BASE-INI + 1
               IF WS-IDX > 0 AND WS-IDX < 13
                   ADD 1 TO WS-MES-DESAT(WS-IDX)
               END-IF
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF CUST-FEED-STATUS = WS-FEED-COD(WS-SUB)
                   ADD 1 TO WS-FEED-QTD(WS-SUB)
                   MOVE 6 TO WS-SUB
               END-IF
           END-PERFORM
           IF WS-SUB = 6
               ADD 1 TO WS-FEED-OUTROS
           END-IF
           MOVE 'N' TO WS-FALTA-DADO
           IF CUST-FONE = SPACES
               ADD 1 TO WS-SEM-FONE
               MOVE 'Y' TO WS-FALTA-DADO
           END-IF
           IF CUST-ENDERECO = SPACES OR CUST-CIDADE = SPACES
               OR CUST-UF = SPACES OR CUST-CEP = SPACES
               ADD 1 TO WS-SEM-ENDERECO
               MOVE 'Y' TO WS-FALTA-DADO
           END-IF
           IF WS-FALTA-DADO = 'Y'
               ADD 1 TO WS-SEM-UM-OU-OUTRO
           END-IF.

       IMPRIMIR-LOCALIDADES.
           MOVE SPACES TO WS-UF-ATUAL
           MOVE SPACES TO WS-CIDADE-ATUAL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ACUMULAR-LOCALIDADE
               END-RETURN
           END-PERFORM
           IF WS-UF-ATUAL NOT = SPACES
               PERFORM FECHAR-CIDADE
               PERFORM FECHAR-UF
           END-IF.

       ACUMULAR-LOCALIDADE.
           IF SRT-UF NOT = WS-UF-ATUAL
               IF WS-UF-ATUAL NOT = SPACES
                   PERFORM FECHAR-CIDADE
                   PERFORM FECHAR-UF
               END-IF
               MOVE SRT-UF TO WS-UF-ATUAL
               MOVE SRT-CIDADE TO WS-CIDADE-ATUAL
           END-IF
           IF SRT-CIDADE NOT = WS-CIDADE-ATUAL
               PERFORM FECHAR-CIDADE
               MOVE SRT-CIDADE TO WS-CIDADE-ATUAL
           END-IF
           IF SRT-STATUS = 'I'
               ADD 1 TO WS-CID-INATIVOS
           ELSE
               ADD 1 TO WS-CID-ATIVOS
           END-IF.

       FECHAR-CIDADE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-UF-ATUAL DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-CIDADE-ATUAL DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-CID-ATIVOS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-CID-INATIVOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-DETALHE
           ADD WS-CID-ATIVOS TO WS-UF-ATIVOS
           ADD WS-CID-INATIVOS TO WS-UF-INATIVOS
           MOVE ZEROS TO WS-CID-ATIVOS
           MOVE ZEROS TO WS-CID-INATIVOS.

       FECHAR-UF.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-UF-ATUAL DELIMITED BY SIZE
               '  TOTAL DA UF           ' DELIMITED BY SIZE
               WS-UF-ATIVOS DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-UF-INATIVOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-DETALHE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-DETALHE
           MOVE ZEROS TO WS-UF-ATIVOS
           MOVE ZEROS TO WS-UF-INATIVOS.

       IMPRIMIR-MESES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE 'MOVIMENTO MENSAL (DATA DE INCLUSAO E DE INATIVACAO)'
               TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE '  MES      INCLUSOES  INATIVACOES  LIQUIDO'
               TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 12
               COMPUTE WS-LIQUIDO = WS-MES-INCL(WS-SUB)
                   - WS-MES-DESAT(WS-SUB)
               MOVE WS-LIQUIDO TO WS-LIQUIDO-ED
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-MES-ANOMES(WS-SUB)(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-MES-ANOMES(WS-SUB)(1:4) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-MES-INCL(WS-SUB) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-MES-DESAT(WS-SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-LIQUIDO-ED DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM.

       IMPRIMIR-FEED.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE 'SITUACAO DO FEED' TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-FEED-COD(WS-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FEED-DESC(WS-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-FEED-QTD(WS-SUB) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ? OUTROS               ' DELIMITED BY SIZE
               WS-FEED-OUTROS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-DETALHE.
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           PERFORM IMPRIMIR-LINHA
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAMEEST - ESTATISTICA DA BASE   MES: '
                   DELIMITED BY SIZE
               WS-MES-REF(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-MES-REF(1:4) DELIMITED BY SIZE
               '   PAGINA: ' DELIMITED BY SIZE
               WS-PAGINA DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE '  UF  CIDADE                ATIVOS    INATIVOS'
               TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTES LIDOS: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   ATIVOS: ' DELIMITED BY SIZE
               WS-ATIVOS DELIMITED BY SIZE
               '   INATIVOS: ' DELIMITED BY SIZE
               WS-INATIVOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEM TELEFONE: ' DELIMITED BY SIZE
               WS-SEM-FONE DELIMITED BY SIZE
               '   SEM ENDERECO COMPLETO: ' DELIMITED BY SIZE
               WS-SEM-ENDERECO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEM TELEFONE OU SEM ENDERECO: ' DELIMITED BY SIZE
               WS-SEM-UM-OU-OUTRO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.
