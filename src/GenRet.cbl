       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENRET.

      ***********************************
      * Generation retention run: keeps *
      * the newest good generations of  *
      * each GENCAT file type, deletes  *
      * the older ones from disk, marks *
      * them eliminated in the catalog  *
      * and lists them on GENRPT.       *
      * Journals are never deleted      *
      * while a retained backup still   *
      * needs them for NAMEFWD.         *
      * parametro: geracoes a manter    *
      * por tipo, 3 digitos cada:       *
      * pos 1 BKUP (7), pos 5 FEED      *
      * (30), pos 9 JRNL (30), pos 13   *
      * AUDA (24)                       *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-CHAVE
               FILE STATUS IS WS-GEN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GENRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOG.
       01  GEN-RECORD.
           COPY "GENREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-GEN-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-PARM PIC X(16) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-HORA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-SUB PIC 9 VALUE ZERO.
       77 WS-POS PIC 99 VALUE ZEROS.
       77 WS-TIPO PIC X(4) VALUE SPACES.
       77 WS-FIM-CATALOGO PIC X VALUE 'N'.
       77 WS-BOAS PIC 9(6) VALUE ZEROS.
       77 WS-EXCEDENTES PIC S9(6) VALUE ZEROS.
       77 WS-MANTIDAS PIC 9(6) VALUE ZEROS.
       77 WS-ELIMINADAS PIC 9(6) VALUE ZEROS.
       77 WS-TOT-ELIMINADAS PIC 9(6) VALUE ZEROS.
       77 WS-FALHAS PIC 9(6) VALUE ZEROS.
       77 WS-DATA-BKP-ANTIGA PIC 9(8) VALUE ZEROS.
       77 WS-ARQ-ELIMINAR PIC X(30) VALUE SPACES.
       77 WS-DETALHE-ARQ PIC X(16) VALUE SPACES.
       77 WS-RC-ARQ PIC S9(9) COMP-5 VALUE ZERO.
       77 WS-RESULTADO-TXT PIC X(12) VALUE SPACES.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
      * processing order matters: the backups are trimmed first so
      * the journals know the oldest backup they must still serve
       01  WS-TIPOS-VALORES.
           05  FILLER             PIC X(4) VALUE 'BKUP'.
           05  FILLER             PIC X(4) VALUE 'JRNL'.
           05  FILLER             PIC X(4) VALUE 'FEED'.
           05  FILLER             PIC X(4) VALUE 'AUDA'.
       01  WS-TIPOS REDEFINES WS-TIPOS-VALORES.
           05  WS-TIPO-TAB        PIC X(4) OCCURS 4 TIMES.
       01  WS-RETENCOES-VALORES.
           05  FILLER             PIC 9(3) VALUE 7.
           05  FILLER             PIC 9(3) VALUE 30.
           05  FILLER             PIC 9(3) VALUE 30.
           05  FILLER             PIC 9(3) VALUE 24.
       01  WS-RETENCOES REDEFINES WS-RETENCOES-VALORES.
           05  WS-RETENCAO-TAB    PIC 9(3) OCCURS 4 TIMES.
      * parameter position of each type, in the table order above
       01  WS-POSICOES-VALORES.
           05  FILLER             PIC 99 VALUE 1.
           05  FILLER             PIC 99 VALUE 9.
           05  FILLER             PIC 99 VALUE 5.
           05  FILLER             PIC 99 VALUE 13.
       01  WS-POSICOES REDEFINES WS-POSICOES-VALORES.
           05  WS-POSICAO-TAB     PIC 99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A RETENCAO'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXEC FROM TIME
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               MOVE WS-POSICAO-TAB(WS-SUB) TO WS-POS
               IF WS-PARM(WS-POS:3) NOT = SPACES
                   COMPUTE WS-RETENCAO-TAB(WS-SUB) =
                       FUNCTION NUMVAL(WS-PARM(WS-POS:3))
               END-IF
           END-PERFORM

           OPEN I-O GEN-CATALOG
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERRO.. GENCAT INDISPONIVEL, STATUS '
                   WS-GEN-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
               PERFORM PROCESSAR-TIPO
           END-PERFORM
           PERFORM IMPRIMIR-RODAPE
           CLOSE GEN-CATALOG
           CLOSE REPORT-FILE

           DISPLAY 'GENRET - GERACOES ELIMINADAS: ' WS-TOT-ELIMINADAS
               ' FALHAS: ' WS-FALHAS
           IF WS-FALHAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'RETENCAO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           STOP RUN.

      * only good generations count towards the retention; a suspect
      * one older than the retained set goes with the good ones, a
      * newer one stays for whoever is investigating it
       PROCESSAR-TIPO.
           MOVE WS-TIPO-TAB(WS-SUB) TO WS-TIPO
           MOVE ZEROS TO WS-BOAS
           MOVE ZEROS TO WS-MANTIDAS
           MOVE ZEROS TO WS-ELIMINADAS
           PERFORM POSICIONAR-TIPO
           PERFORM UNTIL WS-FIM-CATALOGO = 'Y'
               PERFORM LER-PROXIMA-GERACAO
               IF WS-FIM-CATALOGO = 'N' AND GEN-SITUACAO = 'B'
                   ADD 1 TO WS-BOAS
               END-IF
           END-PERFORM
           COMPUTE WS-EXCEDENTES = WS-BOAS - WS-RETENCAO-TAB(WS-SUB)
           PERFORM POSICIONAR-TIPO
           PERFORM UNTIL WS-FIM-CATALOGO = 'Y'
               PERFORM LER-PROXIMA-GERACAO
               IF WS-FIM-CATALOGO = 'N' AND GEN-SITUACAO NOT = 'E'
                   PERFORM AVALIAR-GERACAO
               END-IF
           END-PERFORM
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               WS-TIPO DELIMITED BY SIZE
               ' - RETENCAO ' DELIMITED BY SIZE
               WS-RETENCAO-TAB(WS-SUB) DELIMITED BY SIZE
               '  MANTIDAS ' DELIMITED BY SIZE
               WS-MANTIDAS DELIMITED BY SIZE
               '  ELIMINADAS ' DELIMITED BY SIZE
               WS-ELIMINADAS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA.

       POSICIONAR-TIPO.
           MOVE 'N' TO WS-FIM-CATALOGO
           MOVE SPACES TO GEN-CHAVE
           MOVE WS-TIPO TO GEN-TIPO
           START GEN-CATALOG KEY NOT < GEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CATALOGO
           END-START.

       LER-PROXIMA-GERACAO.
           READ GEN-CATALOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FIM-CATALOGO
           END-READ
           IF WS-FIM-CATALOGO = 'N' AND GEN-TIPO NOT = WS-TIPO
               MOVE 'Y' TO WS-FIM-CATALOGO
           END-IF.

      * the catalog reads oldest first, so the surplus is always at
      * the front of the type
       AVALIAR-GERACAO.
           IF WS-EXCEDENTES > 0
               IF WS-TIPO = 'JRNL'
                   AND (WS-DATA-BKP-ANTIGA = ZEROS
                       OR GEN-DATA NOT < WS-DATA-BKP-ANTIGA)
                   ADD 1 TO WS-MANTIDAS
                   EXIT PARAGRAPH
               END-IF
               IF GEN-SITUACAO = 'B'
                   SUBTRACT 1 FROM WS-EXCEDENTES
               END-IF
               PERFORM ELIMINAR-GERACAO
           ELSE
               ADD 1 TO WS-MANTIDAS
               IF WS-TIPO = 'BKUP' AND GEN-SITUACAO = 'B'
                   AND WS-DATA-BKP-ANTIGA = ZEROS
                   MOVE GEN-DATA TO WS-DATA-BKP-ANTIGA
               END-IF
           END-IF.

      * a file someone already removed by hand is only marked; a
      * file that will not go stays catalogued for the next run
       ELIMINAR-GERACAO.
           MOVE GEN-ARQUIVO TO WS-ARQ-ELIMINAR
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-ARQ-ELIMINAR
               WS-DETALHE-ARQ
               RETURNING WS-RC-ARQ
           IF WS-RC-ARQ NOT = ZERO
               MOVE 'JA AUSENTE' TO WS-RESULTADO-TXT
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-ARQ-ELIMINAR
                   RETURNING WS-RC-ARQ
               IF WS-RC-ARQ = ZERO
                   MOVE 'ELIMINADO' TO WS-RESULTADO-TXT
               ELSE
                   MOVE 'FALHA' TO WS-RESULTADO-TXT
               END-IF
           END-IF
           IF WS-RESULTADO-TXT = 'FALHA'
               ADD 1 TO WS-FALHAS
               ADD 1 TO WS-MANTIDAS
           ELSE
               MOVE 'E' TO GEN-SITUACAO
               MOVE WS-DATA-EXEC TO GEN-DATA-ATUAL
               MOVE WS-HORA-EXEC TO GEN-HORA-ATUAL
               REWRITE GEN-RECORD
               IF WS-GEN-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO ATUALIZAR CATALOGO '
                       GEN-ARQUIVO ' STATUS ' WS-GEN-STATUS
                   ADD 1 TO WS-FALHAS
               END-IF
               ADD 1 TO WS-ELIMINADAS
               ADD 1 TO WS-TOT-ELIMINADAS
           END-IF
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               GEN-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GEN-ARQUIVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GEN-DATA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               GEN-DATA(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               GEN-DATA(1:4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               GEN-CONTAGEM DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-RESULTADO-TXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GENRET - RETENCAO DE GERACOES'
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
           MOVE '  TIPO ARQUIVO                        DATA       REGIS'
               TO WS-REPORT-LINE
           MOVE 'TROS RESULTADO' TO WS-REPORT-LINE(55:14)
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL ELIMINADAS: ' DELIMITED BY SIZE
               WS-TOT-ELIMINADAS DELIMITED BY SIZE
               '   FALHAS: ' DELIMITED BY SIZE
               WS-FALHAS DELIMITED BY SIZE
               '   BACKUP MAIS ANTIGO MANTIDO: ' DELIMITED BY SIZE
               WS-DATA-BKP-ANTIGA DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE 'GENCAT' TO AUD-NOME
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
