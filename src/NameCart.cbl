       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMECART.

      ***********************************
      * Welcome letters for customers   *
      * added since the last letter     *
      * run: every active customer with *
      * a complete address whose        *
      * CUST-DATE-ADDED falls after the *
      * date on CARTCTL and up to       *
      * yesterday gets a letter on      *
      * CARTAS and a mailing label on   *
      * ETIQUETA, three across, both in *
      * CEP order. Incomplete addresses *
      * go to CARTEXC instead. CARTCTL  *
      * only moves forward after a      *
      * clean run, so a failed run is   *
      * simply run again                *
      * parametro: AAAAMMDD emite para  *
      * os incluidos apos esta data, no *
      * lugar da data do CARTCTL        *
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

           SELECT LETTER-CONTROL ASSIGN TO "CARTCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CTC-KEY
               FILE STATUS IS WS-CTC-STATUS.

           SELECT LETTER-FILE ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.

           SELECT LABEL-FILE ASSIGN TO "ETIQUETA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETQ-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "CARTEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SORT-FILE ASSIGN TO "CARTSORT".

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  LETTER-CONTROL.
       01  CTC-RECORD.
           COPY "CARTCREC.cpy".

       FD  LETTER-FILE.
       01  CARTA-LINE PIC X(80).

       FD  LABEL-FILE.
       01  ETQ-LINE PIC X(132).

       FD  EXCEPTION-FILE.
       01  EXC-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-CEP            PIC X(8).
           05  SRT-CUST-ID        PIC 9(6).
           05  SRT-NOME           PIC X(44).
           05  SRT-ENDERECO       PIC X(30).
           05  SRT-CIDADE         PIC X(20).
           05  SRT-UF             PIC XX.

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-CTC-STATUS PIC XX VALUE SPACES.
       77 WS-CTC-KEY PIC 9(4) VALUE 1.
       77 WS-CARTA-STATUS PIC XX VALUE SPACES.
       77 WS-ETQ-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-PARM PIC X(10) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-DATA-LIMITE PIC 9(8) VALUE ZEROS.
       77 WS-DATA-DESDE PIC 9(8) VALUE ZEROS.
       77 WS-INT-DIA PIC 9(8) VALUE ZEROS.
       77 WS-CTC-EXISTE PIC X VALUE 'N'.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-CARTAS PIC 9(8) VALUE ZEROS.
       77 WS-EXCECOES PIC 9(8) VALUE ZEROS.
       77 WS-INATIVOS PIC 9(8) VALUE ZEROS.
       77 WS-FALTANDO PIC X(30) VALUE SPACES.
       77 WS-FALT-POS PIC 99 VALUE 1.
       77 WS-FALHA-SAIDA PIC X VALUE 'N'.
       77 WS-NOME-COMPLETO PIC X(44) VALUE SPACES.
       77 WS-ETQ-QTD PIC 9 VALUE ZERO.
       77 WS-ETQ-POS PIC 9(3) VALUE ZEROS.
       77 WS-SUB PIC 9 VALUE ZERO.
       77 WS-LINHA PIC 9 VALUE ZERO.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       01  WS-ETIQUETAS.
           05  WS-ETQ OCCURS 3 TIMES.
               10  WS-ETQ-LINHA OCCURS 4 TIMES PIC X(40).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA EMITIR CARTAS'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
      * customers keyed in today could still arrive after this run,
      * so the window always stops at yesterday and today's are
      * picked up by the next run
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXEC) - 1
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-INT-DIA)

           PERFORM LER-CONTROLE
           IF WS-PARM(1:8) NUMERIC
               MOVE WS-PARM(1:8) TO WS-DATA-DESDE
           END-IF
           IF WS-DATA-DESDE NOT < WS-DATA-LIMITE
               DISPLAY 'NAMECART - CARTAS JA EMITIDAS ATE '
                   WS-DATA-DESDE ', NADA A EMITIR'
               CLOSE LETTER-CONTROL
               GOBACK
           END-IF

           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               CLOSE LETTER-CONTROL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT LABEL-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM IMPRIMIR-CABECALHO-EXC

           SORT SORT-FILE
               ON ASCENDING KEY SRT-CEP SRT-CUST-ID
               INPUT PROCEDURE IS SELECIONAR-CLIENTES
               OUTPUT PROCEDURE IS EMITIR-CARTAS

           PERFORM IMPRIMIR-RODAPE-EXC
           CLOSE NAME-MASTER
           CLOSE LETTER-FILE
           CLOSE LABEL-FILE
           CLOSE EXCEPTION-FILE
           IF WS-FALHA-SAIDA = 'Y'
               DISPLAY 'ERRO.. FALHA AO GRAVAR CARTAS OU ETIQUETAS, '
                   'CARTCTL NAO ATUALIZADO'
               CLOSE LETTER-CONTROL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GRAVAR-CONTROLE
           CLOSE LETTER-CONTROL
           DISPLAY 'NAMECART - INCLUIDOS DE ' WS-DATA-DESDE
               ' A ' WS-DATA-LIMITE ' CARTAS: ' WS-CARTAS
               ' EXCECOES: ' WS-EXCECOES
           MOVE 'CARTAS' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           GOBACK.

      * with no control yet the first run covers yesterday only;
      * anything older is issued by passing the date explicitly
       LER-CONTROLE.
           MOVE 'N' TO WS-CTC-EXISTE
           OPEN I-O LETTER-CONTROL
           IF WS-CTC-STATUS = '35'
               OPEN OUTPUT LETTER-CONTROL
               CLOSE LETTER-CONTROL
               OPEN I-O LETTER-CONTROL
           END-IF
           IF WS-CTC-STATUS NOT = '00'
               DISPLAY 'ERRO.. CARTCTL INDISPONIVEL, STATUS '
                   WS-CTC-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ LETTER-CONTROL
               INVALID KEY
                   COMPUTE WS-INT-DIA =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-LIMITE) - 1
                   COMPUTE WS-DATA-DESDE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CTC-EXISTE
                   MOVE CTC-ULTIMA-DATA TO WS-DATA-DESDE
           END-READ.

       GRAVAR-CONTROLE.
           MOVE WS-DATA-LIMITE TO CTC-ULTIMA-DATA
           MOVE WS-DATA-EXEC TO CTC-DATA-EXEC
           ACCEPT CTC-HORA-EXEC FROM TIME
           MOVE WS-OPERADOR TO CTC-OPERADOR
           MOVE WS-CARTAS TO CTC-CARTAS
           MOVE WS-EXCECOES TO CTC-EXCECOES
           IF WS-CTC-EXISTE = 'Y'
               REWRITE CTC-RECORD
           ELSE
               WRITE CTC-RECORD
           END-IF
           IF WS-CTC-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR CARTCTL, STATUS '
                   WS-CTC-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       SELECIONAR-CLIENTES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CUST-DATE-ADDED > WS-DATA-DESDE
                           AND CUST-DATE-ADDED NOT > WS-DATA-LIMITE
                           ADD 1 TO WS-LIDOS
                           PERFORM AVALIAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

       AVALIAR-CLIENTE.
           IF CUST-STATUS = 'I'
               ADD 1 TO WS-INATIVOS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOME-COMPLETO
           STRING CUST-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY '  '
               INTO WS-NOME-COMPLETO
           END-STRING
           IF CUST-FIRST-NAME = SPACES
               MOVE CUST-LAST-NAME TO WS-NOME-COMPLETO
           END-IF
           MOVE SPACES TO WS-FALTANDO
           MOVE 1 TO WS-FALT-POS
           IF CUST-ENDERECO = SPACES
               STRING ' ENDERECO' DELIMITED BY SIZE
                   INTO WS-FALTANDO WITH POINTER WS-FALT-POS
               END-STRING
           END-IF
           IF CUST-CIDADE = SPACES
               STRING ' CIDADE' DELIMITED BY SIZE
                   INTO WS-FALTANDO WITH POINTER WS-FALT-POS
               END-STRING
           END-IF
           IF CUST-UF = SPACES
               STRING ' UF' DELIMITED BY SIZE
                   INTO WS-FALTANDO WITH POINTER WS-FALT-POS
               END-STRING
           END-IF
           IF CUST-CEP = SPACES
               STRING ' CEP' DELIMITED BY SIZE
                   INTO WS-FALTANDO WITH POINTER WS-FALT-POS
               END-STRING
           END-IF
           IF WS-FALTANDO NOT = SPACES
               ADD 1 TO WS-EXCECOES
               PERFORM IMPRIMIR-EXCECAO
               EXIT PARAGRAPH
           END-IF
           MOVE CUST-CEP TO SRT-CEP
           MOVE CUST-ID TO SRT-CUST-ID
           MOVE WS-NOME-COMPLETO TO SRT-NOME
           MOVE CUST-ENDERECO TO SRT-ENDERECO
           MOVE CUST-CIDADE TO SRT-CIDADE
           MOVE CUST-UF TO SRT-UF
           RELEASE SRT-RECORD.

       EMITIR-CARTAS.
           MOVE ZERO TO WS-ETQ-QTD
           MOVE SPACES TO WS-ETIQUETAS
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CARTAS
                       PERFORM IMPRIMIR-CARTA
                       PERFORM GUARDAR-ETIQUETA
               END-RETURN
           END-PERFORM
           IF WS-ETQ-QTD > ZERO
               PERFORM IMPRIMIR-ETIQUETAS
           END-IF.

      * one letter per page; the address block sits where a window
      * envelope shows it
       IMPRIMIR-CARTA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EM ' DELIMITED BY SIZE
               WS-DATA-EXEC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(1:4) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO CARTA-LINE
           WRITE CARTA-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO CARTA-LINE
           WRITE CARTA-LINE AFTER ADVANCING 3 LINES
           MOVE SRT-NOME TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SRT-ENDERECO TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING SRT-CIDADE DELIMITED BY '  '
               ' - ' DELIMITED BY SIZE
               SRT-UF DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CEP ' DELIMITED BY SIZE
               SRT-CEP(1:5) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               SRT-CEP(6:3) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'PREZADO(A) ' DELIMITED BY SIZE
               SRT-NOME DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO CARTA-LINE
           WRITE CARTA-LINE AFTER ADVANCING 4 LINES
           MOVE 'SEJA BEM-VINDO(A)! E UM PRAZER TE-LO(A) COMO CLIENTE.'
               TO CARTA-LINE
           WRITE CARTA-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEU CADASTRO ESTA REGISTRADO SOB O NUMERO '
                   DELIMITED BY SIZE
               SRT-CUST-ID DELIMITED BY SIZE
               '. INFORME-O SEMPRE' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE 'QUE FALAR COM A NOSSA CENTRAL DE ATENDIMENTO.'
               TO CARTA-LINE
           WRITE CARTA-LINE
           MOVE 'ATENCIOSAMENTE,' TO CARTA-LINE
           WRITE CARTA-LINE AFTER ADVANCING 3 LINES
           MOVE 'CENTRAL DE ATENDIMENTO AO CLIENTE' TO CARTA-LINE
           WRITE CARTA-LINE AFTER ADVANCING 2 LINES
           IF WS-CARTA-STATUS NOT = '00'
               MOVE 'Y' TO WS-FALHA-SAIDA
           END-IF.

      * labels are printed a row at a time, so they are held until
      * three are ready or the run ends
       GUARDAR-ETIQUETA.
           ADD 1 TO WS-ETQ-QTD
           MOVE SRT-NOME TO WS-ETQ-LINHA(WS-ETQ-QTD 1)
           MOVE SRT-ENDERECO TO WS-ETQ-LINHA(WS-ETQ-QTD 2)
           MOVE SPACES TO WS-ETQ-LINHA(WS-ETQ-QTD 3)
           STRING SRT-CIDADE DELIMITED BY '  '
               ' - ' DELIMITED BY SIZE
               SRT-UF DELIMITED BY SIZE
               INTO WS-ETQ-LINHA(WS-ETQ-QTD 3)
           END-STRING
           MOVE SPACES TO WS-ETQ-LINHA(WS-ETQ-QTD 4)
           STRING 'CEP ' DELIMITED BY SIZE
               SRT-CEP(1:5) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               SRT-CEP(6:3) DELIMITED BY SIZE
               INTO WS-ETQ-LINHA(WS-ETQ-QTD 4)
           END-STRING
           IF WS-ETQ-QTD = 3
               PERFORM IMPRIMIR-ETIQUETAS
           END-IF.

       IMPRIMIR-ETIQUETAS.
           PERFORM VARYING WS-LINHA FROM 1 BY 1 UNTIL WS-LINHA > 4
               MOVE SPACES TO ETQ-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ETQ-QTD
                   COMPUTE WS-ETQ-POS = (WS-SUB - 1) * 44 + 1
                   MOVE WS-ETQ-LINHA(WS-SUB WS-LINHA)
                       TO ETQ-LINE(WS-ETQ-POS:40)
               END-PERFORM
               WRITE ETQ-LINE
               IF WS-ETQ-STATUS NOT = '00'
                   MOVE 'Y' TO WS-FALHA-SAIDA
               END-IF
           END-PERFORM
           MOVE SPACES TO ETQ-LINE
           WRITE ETQ-LINE
           WRITE ETQ-LINE
           MOVE ZERO TO WS-ETQ-QTD
           MOVE SPACES TO WS-ETIQUETAS.

       IMPRIMIR-CABECALHO-EXC.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAMECART - SEM CARTA POR ENDERECO INCOMPLETO'
                   DELIMITED BY SIZE
               '   DATA: ' DELIMITED BY SIZE
               WS-DATA-EXEC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-DATA-EXEC(1:4) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INCLUIDOS APOS ' DELIMITED BY SIZE
               WS-DATA-DESDE DELIMITED BY SIZE
               ' ATE ' DELIMITED BY SIZE
               WS-DATA-LIMITE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE '  ID     NOME                 INCLUSAO FALTANDO'
               TO EXC-LINE
           WRITE EXC-LINE.

       IMPRIMIR-EXCECAO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-DATE-ADDED DELIMITED BY SIZE
               WS-FALTANDO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO EXC-LINE
           WRITE EXC-LINE.

       IMPRIMIR-RODAPE-EXC.
           MOVE SPACES TO EXC-LINE
           WRITE EXC-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'INCLUIDOS NO PERIODO: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   CARTAS: ' DELIMITED BY SIZE
               WS-CARTAS DELIMITED BY SIZE
               '   SEM ENDERECO: ' DELIMITED BY SIZE
               WS-EXCECOES DELIMITED BY SIZE
               '   INATIVOS: ' DELIMITED BY SIZE
               WS-INATIVOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO EXC-LINE
           WRITE EXC-LINE.

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
