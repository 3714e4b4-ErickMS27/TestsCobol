       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRECN.

      ***********************************
      * Reconciles the NAMEFEED extract *
      * against the downstream ack file *
      * parametro: data yyyymmdd do     *
      * feed (padrao a ultima geracao   *
      * do catalogo GENCAT) e, a partir *
      * da posicao 10, dias uteis de    *
      * limite (padrao 5)               *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO WS-FEED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-CHAVE
               FILE STATUS IS WS-GEN-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD.
           COPY "FEEDREC.cpy".
       01  FEED-CONTROLE.
           05  FR-TIPO            PIC X.
           05  FR-DATA            PIC 9(8).
           05  FR-CONTAGEM        PIC 9(8).
           05  FILLER             PIC X(116).

       FD  ACK-FILE.
       01  ACK-RECORD.
           COPY "ACKREC.cpy".

       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  GEN-CATALOG.
       01  GEN-RECORD.
           COPY "GENREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FEED-STATUS PIC XX VALUE SPACES.
       77 WS-ACK-STATUS PIC XX VALUE SPACES.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-FEED-FILENAME PIC X(30) VALUE SPACES.
       77 WS-PARM PIC X(12) VALUE SPACES.
       77 WS-DATA-FEED PIC 9(8) VALUE ZEROS.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-LIMITE PIC 9(3) VALUE 5.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-ENVIADOS PIC 9(8) VALUE ZEROS.
       77 WS-TEM-TRAILER PIC X VALUE 'N'.
       77 WS-TRL-CONTAGEM PIC 9(8) VALUE ZEROS.
       77 WS-CONFIRMADOS PIC 9(8) VALUE ZEROS.
       77 WS-RECUSADOS PIC 9(8) VALUE ZEROS.
       77 WS-SEM-RETORNO PIC 9(8) VALUE ZEROS.
       77 WS-SEM-CADASTRO PIC 9(8) VALUE ZEROS.
       77 WS-PENDENTES PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-PEND PIC 9(8) VALUE ZEROS.
       77 WS-CAL-FUNCAO PIC X VALUE 'C'.
       77 WS-CAL-RESULTADO PIC X VALUE SPACE.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-GEN-STATUS PIC XX VALUE SPACES.
       77 WS-FIM-CATALOGO PIC X VALUE 'N'.
       77 WS-CATALOGADO PIC X VALUE 'N'.
       77 WS-GEN-CONTAGEM PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 2
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA A RECONCILIACAO'
               PERFORM GRAVAR-AUD-NEGADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           IF WS-PARM(10:3) NOT = SPACES
               COMPUTE WS-DIAS-LIMITE =
                   FUNCTION NUMVAL(WS-PARM(10:3))
           END-IF
           IF WS-PARM(1:8) = SPACES
               PERFORM LOCALIZAR-FEED
           ELSE
               MOVE WS-PARM(1:8) TO WS-DATA-FEED
               STRING 'NAMEFEED.' DELIMITED BY SIZE
                   WS-DATA-FEED DELIMITED BY SIZE
                   INTO WS-FEED-FILENAME
               END-STRING
           END-IF

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM MARCAR-ENVIADOS
           PERFORM APLICAR-RETORNOS
           PERFORM LISTAR-SEM-RETORNO
           PERFORM LISTAR-PENDENTES
           PERFORM IMPRIMIR-RODAPE

           CLOSE NAME-MASTER
           CLOSE REPORT-FILE
           GOBACK.

      * the newest feed FEEDEXT catalogued; with no catalog yet the
      * run falls back to today's feed as it always did
       LOCALIZAR-FEED.
           MOVE WS-DATA-EXEC TO WS-DATA-FEED
           STRING 'NAMEFEED.' DELIMITED BY SIZE
               WS-DATA-FEED DELIMITED BY SIZE
               INTO WS-FEED-FILENAME
           END-STRING
           OPEN INPUT GEN-CATALOG
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'AVISO.. GENCAT INDISPONIVEL, USANDO '
                   WS-FEED-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIM-CATALOGO
           MOVE SPACES TO GEN-CHAVE
           MOVE 'FEED' TO GEN-TIPO
           START GEN-CATALOG KEY NOT < GEN-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CATALOGO
           END-START
           PERFORM UNTIL WS-FIM-CATALOGO = 'Y'
               READ GEN-CATALOG NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-CATALOGO
                   NOT AT END
                       IF GEN-TIPO NOT = 'FEED'
                           MOVE 'Y' TO WS-FIM-CATALOGO
                       ELSE
                           IF GEN-SITUACAO = 'B'
                               MOVE 'Y' TO WS-CATALOGADO
                               MOVE GEN-ARQUIVO TO WS-FEED-FILENAME
                               MOVE GEN-DATA TO WS-DATA-FEED
                               MOVE GEN-CONTAGEM TO WS-GEN-CONTAGEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CATALOG
           IF WS-CATALOGADO NOT = 'Y'
               DISPLAY 'AVISO.. NENHUM FEED NO CATALOGO, USANDO '
                   WS-FEED-FILENAME
           END-IF.

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

      * first pass over the day's feed: everything we sent becomes
      * pending until the downstream disposition arrives
       MARCAR-ENVIADOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY 'ERRO.. FEED NAO ENCONTRADO: '
                   WS-FEED-FILENAME
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM MARCAR-UM-ENVIADO
               END-READ
           END-PERFORM
           IF WS-FEED-STATUS NOT = '35'
               CLOSE FEED-FILE
           END-IF
           PERFORM CONFERIR-TRAILER.

       MARCAR-UM-ENVIADO.
           IF FR-TIPO = 'H'
               EXIT PARAGRAPH
           END-IF
           IF FR-TIPO = 'T'
               MOVE 'Y' TO WS-TEM-TRAILER
               MOVE FR-CONTAGEM TO WS-TRL-CONTAGEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENVIADOS
           MOVE FEED-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-FEED-STATUS NOT = 'A'
                       MOVE 'P' TO CUST-FEED-STATUS
                       MOVE WS-DATA-FEED TO CUST-FEED-DATE
                       PERFORM REGRAVAR-CLIENTE
                   END-IF
           END-READ.

      * a customer already marked 'A' changed again after this feed
      * went out - the mark stays, so FEEDEXT still extracts the
      * newer change
       REGRAVAR-CLIENTE.
           REWRITE NM-RECORD
           IF WS-MASTER-STATUS = '00'
               MOVE 'R' TO WS-JRN-ACAO
               CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR
                   NM-RECORD
           ELSE
               DISPLAY 'ERRO.. FALHA AO REGRAVAR ID ' CUST-ID
                   ' STATUS ' WS-MASTER-STATUS
           END-IF.

      * the extract wraps the feed in control records; a missing
      * trailer or a count that disagrees means the downstream shop
      * may have received a truncated file
       CONFERIR-TRAILER.
           IF WS-TEM-TRAILER = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               MOVE '  ATENCAO: FEED SEM TRAILER DE CONTROLE'
                   TO WS-REPORT-LINE
               PERFORM IMPRIMIR-LINHA
               EXIT PARAGRAPH
           END-IF
           IF WS-TRL-CONTAGEM NOT = WS-ENVIADOS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ATENCAO: TRAILER INDICA ' DELIMITED BY SIZE
                   WS-TRL-CONTAGEM DELIMITED BY SIZE
                   ' REGISTROS, LIDOS ' DELIMITED BY SIZE
                   WS-ENVIADOS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF
           IF WS-CATALOGADO = 'Y'
               AND WS-GEN-CONTAGEM NOT = WS-ENVIADOS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ATENCAO: CATALOGO INDICA ' DELIMITED BY SIZE
                   WS-GEN-CONTAGEM DELIMITED BY SIZE
                   ' REGISTROS, LIDOS ' DELIMITED BY SIZE
                   WS-ENVIADOS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.

       APLICAR-RETORNOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               DISPLAY 'AVISO.. ACKFILE NAO ENCONTRADO, NENHUM '
                   'RETORNO APLICADO'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM APLICAR-UM-RETORNO
               END-READ
           END-PERFORM
           IF WS-ACK-STATUS NOT = '35'
               CLOSE ACK-FILE
           END-IF.

       APLICAR-UM-RETORNO.
           MOVE ACK-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   ADD 1 TO WS-SEM-CADASTRO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  RETORNO SEM CADASTRO: ' DELIMITED BY SIZE
                       ACK-CUST-ID DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               NOT INVALID KEY
                   IF ACK-DISP = 'A'
                       ADD 1 TO WS-CONFIRMADOS
                   ELSE
                       ADD 1 TO WS-RECUSADOS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  RECUSADO DOWNSTREAM: ' DELIMITED
                               BY SIZE
                           CUST-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CUST-LAST-NAME DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM IMPRIMIR-LINHA
                   END-IF
                   IF CUST-FEED-STATUS NOT = 'A'
                       IF ACK-DISP = 'A'
                           MOVE 'C' TO CUST-FEED-STATUS
                       ELSE
                           MOVE 'R' TO CUST-FEED-STATUS
                       END-IF
                       IF ACK-DATA NOT = ZEROS
                           MOVE ACK-DATA TO CUST-FEED-DATE
                       END-IF
                       PERFORM REGRAVAR-CLIENTE
                   END-IF
           END-READ.

      * second pass over the feed: whatever is still pending after the
      * returns were applied was sent and never acknowledged
       LISTAR-SEM-RETORNO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  ENVIADOS SEM RETORNO NESTE FEED:'
               TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FR-TIPO NOT = 'H' AND FR-TIPO NOT = 'T'
                           PERFORM LISTAR-UM-ENVIADO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FEED-STATUS NOT = '35'
               CLOSE FEED-FILE
           END-IF.

       LISTAR-UM-ENVIADO.
           MOVE FEED-CUST-ID TO CUST-ID
           READ NAME-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-FEED-STATUS = 'P'
                       ADD 1 TO WS-SEM-RETORNO
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '    ' DELIMITED BY SIZE
                           CUST-ID DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           CUST-LAST-NAME DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM IMPRIMIR-LINHA
                   END-IF
           END-READ.

      * aging: every customer still unconfirmed past the day limit,
      * whichever feed originally carried it. The downstream shop
      * only answers on business days, so the age is counted in them
       LISTAR-PENDENTES.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  PENDENTES ALEM DO LIMITE DE DIAS UTEIS:'
               TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE 'N' TO WS-EOF
           MOVE ZEROS TO CUST-ID
           START NAME-MASTER KEY NOT < CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM AVALIAR-PENDENTE
               END-READ
           END-PERFORM.

       AVALIAR-PENDENTE.
           IF CUST-STATUS NOT = 'I'
               AND (CUST-FEED-STATUS = 'P' OR CUST-FEED-STATUS = 'R')
               CALL 'CALDIA' USING WS-CAL-FUNCAO CUST-FEED-DATE
                   WS-DATA-EXEC WS-DIAS-PEND WS-CAL-RESULTADO
               IF WS-CAL-RESULTADO = 'E'
                   DISPLAY 'AVISO.. ID ' CUST-ID
                       ' COM DATA DE FEED INVALIDA: ' CUST-FEED-DATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-DIAS-PEND > WS-DIAS-LIMITE
                   ADD 1 TO WS-PENDENTES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '    ' DELIMITED BY SIZE
                       CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       CUST-LAST-NAME DELIMITED BY SIZE
                       ' STATUS ' DELIMITED BY SIZE
                       CUST-FEED-STATUS DELIMITED BY SIZE
                       ' DESDE ' DELIMITED BY SIZE
                       CUST-FEED-DATE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM IMPRIMIR-LINHA
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FEEDRECN - RECONCILIACAO DO FEED DE '
                   DELIMITED BY SIZE
               WS-DATA-FEED DELIMITED BY SIZE
               '   EXECUTADO EM ' DELIMITED BY SIZE
               WS-DATA-EXEC DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'ENVIADOS: ' DELIMITED BY SIZE
               WS-ENVIADOS DELIMITED BY SIZE
               ' CONFIRMADOS: ' DELIMITED BY SIZE
               WS-CONFIRMADOS DELIMITED BY SIZE
               ' RECUSADOS: ' DELIMITED BY SIZE
               WS-RECUSADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SEM RETORNO: ' DELIMITED BY SIZE
               WS-SEM-RETORNO DELIMITED BY SIZE
               ' SEM CADASTRO: ' DELIMITED BY SIZE
               WS-SEM-CADASTRO DELIMITED BY SIZE
               ' PENDENTES ANTIGOS: ' DELIMITED BY SIZE
               WS-PENDENTES DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.
