       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPSCN.

      ***********************************
      * One-off address screening:      *
      * runs every NAMEMAST customer's  *
      * address, inactive ones too so a *
      * reactivation brings back no     *
      * unchecked address, through the  *
      * ADDRVAL edits and the ADDRCEP   *
      * CEP table cross-check and lists *
      * those that fail, with the UF    *
      * and city the table gives for    *
      * the CEP and the customer's      *
      * status. Customers loaded        *
      * without an address are counted  *
      * but not listed                  *
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

           SELECT REPORT-FILE ASSIGN TO "CEPSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-SEM-ENDERECO PIC 9(8) VALUE ZEROS.
       77 WS-DIVERGENTES PIC 9(8) VALUE ZEROS.
       77 WS-VALIDO-UF PIC X VALUE 'N'.
       77 WS-VALIDO-CEP PIC X VALUE 'N'.
       77 WS-RESULT-CEP PIC X VALUE SPACE.
       77 WS-REF-UF PIC XX VALUE SPACES.
       77 WS-REF-CIDADE PIC X(20) VALUE SPACES.
       77 WS-MOTIVO PIC X(12) VALUE SPACES.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A VARREDURA'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

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
                       ADD 1 TO WS-LIDOS
                       PERFORM CONFERIR-CLIENTE
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-RODAPE
           CLOSE NAME-MASTER
           CLOSE REPORT-FILE
           DISPLAY 'CEPSCN - CLIENTES LIDOS: ' WS-LIDOS
               ' DIVERGENTES: ' WS-DIVERGENTES
               ' SEM ENDERECO: ' WS-SEM-ENDERECO
           MOVE 'VARRE-CEP' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
           STOP RUN.

       CONFERIR-CLIENTE.
           IF CUST-ENDERECO = SPACES AND CUST-CIDADE = SPACES
               AND CUST-UF = SPACES AND CUST-CEP = SPACES
               ADD 1 TO WS-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO WS-REF-UF
           MOVE SPACES TO WS-REF-CIDADE
           CALL 'ADDRVAL' USING CUST-UF CUST-CEP
               WS-VALIDO-UF WS-VALIDO-CEP
           IF WS-VALIDO-UF NOT = 'Y'
               MOVE 'UF INVALIDA' TO WS-MOTIVO
           ELSE
               IF WS-VALIDO-CEP NOT = 'Y'
                   MOVE 'CEP INVALIDO' TO WS-MOTIVO
               ELSE
                   CALL 'ADDRCEP' USING CUST-UF CUST-CIDADE CUST-CEP
                       WS-RESULT-CEP WS-REF-UF WS-REF-CIDADE
                   PERFORM AVALIAR-RESULTADO
               END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-DIVERGENTES
               PERFORM IMPRIMIR-DIVERGENTE
           END-IF.

      * without the table every customer would pass unchecked and the
      * run would look clean, so that is a hard failure
       AVALIAR-RESULTADO.
           EVALUATE WS-RESULT-CEP
               WHEN 'C'
                   MOVE 'CEP S/TABELA' TO WS-MOTIVO
               WHEN 'U'
                   MOVE 'UF X CEP' TO WS-MOTIVO
               WHEN 'M'
                   MOVE 'CIDADE X CEP' TO WS-MOTIVO
               WHEN 'S'
                   DISPLAY 'ERRO.. TABELA DE CEP INDISPONIVEL, '
                       'VARREDURA ABORTADA'
                   CLOSE NAME-MASTER
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       IMPRIMIR-DIVERGENTE.
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               CUST-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-CEP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CUST-UF DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               CUST-STATUS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING '         CADASTRO: ' DELIMITED BY SIZE
               CUST-CIDADE DELIMITED BY SIZE
               '  TABELA: ' DELIMITED BY SIZE
               WS-REF-CIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REF-UF DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 2 TO WS-LINHAS-PAG.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CEPSCN - VARREDURA DE ENDERECOS'
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
           MOVE '  ID     NOME                 MOTIVO       CEP      UF'
               TO WS-REPORT-LINE
           MOVE 'SIT' TO WS-REPORT-LINE(56:3)
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTES LIDOS: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   DIVERGENTES: ' DELIMITED BY SIZE
               WS-DIVERGENTES DELIMITED BY SIZE
               '   SEM ENDERECO: ' DELIMITED BY SIZE
               WS-SEM-ENDERECO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
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
