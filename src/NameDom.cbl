       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEDOM.

      ***********************************
      * Household upkeep: groups the    *
      * active customers of NAMEMAST    *
      * that share a normalized street  *
      * line + CEP into households on   *
      * DOMICIL. Every run rebuilds the *
      * member lists from the master,   *
      * so address changes made online, *
      * by NAMETRX or by NAMELOAD are   *
      * all picked up; a household      *
      * keeps its id while anyone still *
      * lives there and is removed once *
      * empty. Created, changed and     *
      * removed households go to DOMRPT *
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

           SELECT HOUSEHOLD-FILE ASSIGN TO "DOMICIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-ID
               ALTERNATE RECORD KEY IS DOM-CHAVE
               FILE STATUS IS WS-DOM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  HOUSEHOLD-FILE.
       01  DOM-RECORD.
           COPY "DOMREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-DOM-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-ULTIMO-DOM PIC 9(6) VALUE ZEROS.
       77 WS-CTL-EXISTE PIC X VALUE 'N'.
       77 WS-CHAVE PIC X(38) VALUE SPACES.
       77 WS-SUB PIC 99 VALUE ZEROS.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-AGRUPADOS PIC 9(8) VALUE ZEROS.
       77 WS-SEM-ENDERECO PIC 9(8) VALUE ZEROS.
       77 WS-EXCEDENTES PIC 9(8) VALUE ZEROS.
       77 WS-DOMICILIOS PIC 9(8) VALUE ZEROS.
       77 WS-COMPARTILHADOS PIC 9(8) VALUE ZEROS.
       77 WS-CRIADOS PIC 9(8) VALUE ZEROS.
       77 WS-ALTERADOS PIC 9(8) VALUE ZEROS.
       77 WS-REMOVIDOS PIC 9(8) VALUE ZEROS.
       77 WS-FALHAS PIC 9(8) VALUE ZEROS.
       77 WS-SITUACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-QTD-ED PIC ZZ9 VALUE ZEROS.
       77 WS-ANT-ED PIC ZZ9 VALUE ZEROS.
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
                   ' SEM AUTORIDADE PARA ATUALIZAR DOMICILIOS'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

      * the master is opened first: the member lists are emptied
      * before the rebuild and must not be left that way
           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HOUSEHOLD-FILE
           IF WS-DOM-STATUS = '35'
               OPEN OUTPUT HOUSEHOLD-FILE
               CLOSE HOUSEHOLD-FILE
               OPEN I-O HOUSEHOLD-FILE
           END-IF
           IF WS-DOM-STATUS NOT = '00'
               DISPLAY 'ERRO.. DOMICIL INDISPONIVEL, STATUS '
                   WS-DOM-STATUS
               CLOSE NAME-MASTER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM ESVAZIAR-DOMICILIOS
           PERFORM AGRUPAR-CLIENTES
           PERFORM CONFERIR-DOMICILIOS
           PERFORM GRAVAR-CONTROLE

           PERFORM IMPRIMIR-RODAPE
           CLOSE NAME-MASTER
           CLOSE HOUSEHOLD-FILE
           CLOSE REPORT-FILE
           DISPLAY 'NAMEDOM - CLIENTES: ' WS-LIDOS
               ' AGRUPADOS: ' WS-AGRUPADOS
               ' DOMICILIOS: ' WS-DOMICILIOS
           DISPLAY 'CRIADOS: ' WS-CRIADOS
               ' ALTERADOS: ' WS-ALTERADOS
               ' REMOVIDOS: ' WS-REMOVIDOS
           MOVE 'DOMICILIO' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA
      * a full household is only reported; a write failure stops
      * the night stream before FEEDEXT sends stale household ids
           IF WS-FALHAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * the old member count is kept aside so the final pass can
      * tell which households changed. New ids carry on from the
      * control record, which never goes back, so an id that once
      * meant one address never comes to mean another
       ESVAZIAR-DOMICILIOS.
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO DOM-ID
           START HOUSEHOLD-FILE KEY NOT < DOM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM ESVAZIAR-DOMICILIO
               END-READ
           END-PERFORM.

       ESVAZIAR-DOMICILIO.
           IF DOM-ID = ZEROS
               MOVE 'Y' TO WS-CTL-EXISTE
               MOVE DOM-ULTIMO-ID TO WS-ULTIMO-DOM
               EXIT PARAGRAPH
           END-IF
           IF DOM-ID > WS-ULTIMO-DOM
               MOVE DOM-ID TO WS-ULTIMO-DOM
           END-IF
           MOVE DOM-QTD-MEMBROS TO DOM-QTD-ANTERIOR
           MOVE ZEROS TO DOM-QTD-MEMBROS
           MOVE DOM-SOMA-MEMBROS TO DOM-SOMA-ANTERIOR
           MOVE ZEROS TO DOM-SOMA-MEMBROS
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               MOVE ZEROS TO DOM-MEMBRO-ID(WS-SUB)
           END-PERFORM
           REWRITE DOM-RECORD
           IF WS-DOM-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR DOMICILIO '
                   DOM-ID ' STATUS ' WS-DOM-STATUS
               ADD 1 TO WS-FALHAS
           END-IF.

       AGRUPAR-CLIENTES.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM AGRUPAR-CLIENTE
               END-READ
           END-PERFORM.

      * inactive customers no longer live anywhere as far as the
      * business is concerned, and a customer with no street or CEP
      * cannot be matched with anyone
       AGRUPAR-CLIENTE.
           IF CUST-STATUS = 'I'
               EXIT PARAGRAPH
           END-IF
           IF CUST-ENDERECO = SPACES OR CUST-CEP = SPACES
               ADD 1 TO WS-SEM-ENDERECO
               EXIT PARAGRAPH
           END-IF
           CALL 'ADDRNRM' USING CUST-ENDERECO CUST-CEP WS-CHAVE
           MOVE WS-CHAVE TO DOM-CHAVE
           READ HOUSEHOLD-FILE KEY IS DOM-CHAVE
               INVALID KEY
                   PERFORM CRIAR-DOMICILIO
               NOT INVALID KEY
                   PERFORM INCLUIR-MEMBRO
           END-READ.

       CRIAR-DOMICILIO.
           INITIALIZE DOM-RECORD
           ADD 1 TO WS-ULTIMO-DOM
           MOVE WS-ULTIMO-DOM TO DOM-ID
           MOVE WS-CHAVE TO DOM-CHAVE
           MOVE WS-DATA-EXEC TO DOM-DATA-CRIACAO
           MOVE CUST-ENDERECO TO DOM-ENDERECO
           MOVE CUST-CIDADE TO DOM-CIDADE
           MOVE CUST-UF TO DOM-UF
           MOVE CUST-CEP TO DOM-CEP
           MOVE WS-DATA-EXEC TO DOM-DATA-ATUAL
           MOVE 1 TO DOM-QTD-MEMBROS
           MOVE CUST-ID TO DOM-MEMBRO-ID(1)
           MOVE CUST-ID TO DOM-SOMA-MEMBROS
           WRITE DOM-RECORD
           IF WS-DOM-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR DOMICILIO PARA ID '
                   CUST-ID ' STATUS ' WS-DOM-STATUS
               ADD 1 TO WS-FALHAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGRUPADOS.

      * the master is read in id order, so the first member of the
      * run is the longest-standing customer and the household shows
      * the address as that customer wrote it
       INCLUIR-MEMBRO.
           IF DOM-QTD-MEMBROS >= 20
               DISPLAY 'ATENCAO.. DOMICILIO ' DOM-ID
                   ' LOTADO, ID ' CUST-ID ' NAO AGRUPADO'
               ADD 1 TO WS-EXCEDENTES
               EXIT PARAGRAPH
           END-IF
           IF DOM-QTD-MEMBROS = ZEROS
               MOVE CUST-ENDERECO TO DOM-ENDERECO
               MOVE CUST-CIDADE TO DOM-CIDADE
               MOVE CUST-UF TO DOM-UF
               MOVE CUST-CEP TO DOM-CEP
           END-IF
           ADD 1 TO DOM-QTD-MEMBROS
           MOVE CUST-ID TO DOM-MEMBRO-ID(DOM-QTD-MEMBROS)
           ADD CUST-ID TO DOM-SOMA-MEMBROS
           REWRITE DOM-RECORD
           IF WS-DOM-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO REGRAVAR DOMICILIO '
                   DOM-ID ' STATUS ' WS-DOM-STATUS
               ADD 1 TO WS-FALHAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGRUPADOS.

      * empty households are removed; their ids are not reused
       CONFERIR-DOMICILIOS.
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO DOM-ID
           START HOUSEHOLD-FILE KEY NOT < DOM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CONFERIR-DOMICILIO
               END-READ
           END-PERFORM.

       CONFERIR-DOMICILIO.
           IF DOM-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DOM-QTD-MEMBROS = ZEROS
                   DELETE HOUSEHOLD-FILE RECORD
                   IF WS-DOM-STATUS NOT = '00'
                       DISPLAY 'ERRO.. FALHA AO REMOVER DOMICILIO '
                           DOM-ID ' STATUS ' WS-DOM-STATUS
                       ADD 1 TO WS-FALHAS
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-REMOVIDOS
                   MOVE 'REMOVIDO' TO WS-SITUACAO-TXT
                   PERFORM IMPRIMIR-DOMICILIO
               WHEN DOM-QTD-ANTERIOR = ZEROS
                   ADD 1 TO WS-DOMICILIOS
                   ADD 1 TO WS-CRIADOS
                   MOVE 'CRIADO' TO WS-SITUACAO-TXT
                   PERFORM IMPRIMIR-DOMICILIO
      * one moving out and another in leaves the count as it was, so
      * the id sum is compared too
               WHEN DOM-QTD-MEMBROS NOT = DOM-QTD-ANTERIOR
                   OR DOM-SOMA-MEMBROS NOT = DOM-SOMA-ANTERIOR
                   ADD 1 TO WS-DOMICILIOS
                   ADD 1 TO WS-ALTERADOS
                   MOVE WS-DATA-EXEC TO DOM-DATA-ATUAL
                   REWRITE DOM-RECORD
                   IF WS-DOM-STATUS NOT = '00'
                       DISPLAY 'ERRO.. FALHA AO REGRAVAR DOMICILIO '
                           DOM-ID ' STATUS ' WS-DOM-STATUS
                       ADD 1 TO WS-FALHAS
                   END-IF
                   MOVE 'ALTERADO' TO WS-SITUACAO-TXT
                   PERFORM IMPRIMIR-DOMICILIO
               WHEN OTHER
                   ADD 1 TO WS-DOMICILIOS
           END-EVALUATE
           IF DOM-QTD-MEMBROS > 1
               ADD 1 TO WS-COMPARTILHADOS
           END-IF.

       GRAVAR-CONTROLE.
           INITIALIZE DOM-RECORD
           MOVE ZEROS TO DOM-ID
           MOVE WS-ULTIMO-DOM TO DOM-ULTIMO-ID
           IF WS-CTL-EXISTE = 'Y'
               REWRITE DOM-RECORD
           ELSE
               WRITE DOM-RECORD
           END-IF
           IF WS-DOM-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR CONTROLE DO DOMICIL, '
                   'STATUS ' WS-DOM-STATUS
               ADD 1 TO WS-FALHAS
           END-IF.

       IMPRIMIR-DOMICILIO.
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE DOM-QTD-ANTERIOR TO WS-ANT-ED
           MOVE DOM-QTD-MEMBROS TO WS-QTD-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING DOM-ID DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               DOM-ENDERECO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DOM-CEP DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ANT-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-QTD-ED DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-SITUACAO-TXT DELIMITED BY SIZE
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
           STRING 'NAMEDOM - DOMICILIOS' DELIMITED BY SIZE
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
           MOVE 'ID      ENDERECO                       CEP       ANT'
               TO WS-REPORT-LINE
           MOVE '  ATU  SITUACAO' TO WS-REPORT-LINE(52:15)
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CLIENTES LIDOS: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   AGRUPADOS: ' DELIMITED BY SIZE
               WS-AGRUPADOS DELIMITED BY SIZE
               '   SEM ENDERECO: ' DELIMITED BY SIZE
               WS-SEM-ENDERECO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'DOMICILIOS: ' DELIMITED BY SIZE
               WS-DOMICILIOS DELIMITED BY SIZE
               '   COM MAIS DE UM CLIENTE: ' DELIMITED BY SIZE
               WS-COMPARTILHADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CRIADOS: ' DELIMITED BY SIZE
               WS-CRIADOS DELIMITED BY SIZE
               '   ALTERADOS: ' DELIMITED BY SIZE
               WS-ALTERADOS DELIMITED BY SIZE
               '   REMOVIDOS: ' DELIMITED BY SIZE
               WS-REMOVIDOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAO AGRUPADOS (DOMICILIO LOTADO): ' DELIMITED BY SIZE
               WS-EXCEDENTES DELIMITED BY SIZE
               '   FALHAS: ' DELIMITED BY SIZE
               WS-FALHAS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE 'DOMICIL' TO AUD-NOME
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
