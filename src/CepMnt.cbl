       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPMNT.

      ***********************************
      * CEP reference table upkeep:     *
      * include, delete and inquire     *
      * ranges on CEPMAST, plus the     *
      * full reload from the postal     *
      * service extract CEPCORR, which  *
      * replaces the whole table        *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-MASTER ASSIGN TO "CEPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FIM
               FILE STATUS IS WS-CEP-STATUS.

           SELECT POSTAL-FILE ASSIGN TO "CEPCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTAL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEP-MASTER.
       01  CEP-RECORD.
           COPY "CEPREC.cpy".

      * postal service range extract, ascending by initial CEP
       FD  POSTAL-FILE.
       01  COR-RECORD.
           05  COR-CEP-INICIO     PIC X(8).
           05  COR-CEP-FIM        PIC X(8).
           05  COR-UF             PIC XX.
           05  COR-CIDADE         PIC X(40).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CEP-STATUS PIC XX VALUE SPACES.
       77 WS-POSTAL-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-CEP PIC X(8) VALUE SPACES.
       77 WRK-UF PIC XX VALUE SPACES.
       77 WRK-CIDADE PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA PIC X VALUE SPACE.
       77 WS-CEP-NUM PIC 9(8) VALUE ZEROS.
       77 WS-INICIO-NUM PIC 9(8) VALUE ZEROS.
       77 WS-FIM-NUM PIC 9(8) VALUE ZEROS.
       77 WS-FIM-ANTERIOR PIC 9(8) VALUE ZEROS.
       77 WS-VALID-UF PIC X VALUE 'N'.
       77 WS-VALID-CEP PIC X VALUE 'N'.
       77 WS-ACHOU PIC X VALUE 'N'.
       77 WS-MOTIVO PIC X(30) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LINHA PIC 9(8) VALUE ZEROS.
       77 WS-CARREGADOS PIC 9(8) VALUE ZEROS.
       77 WS-REJEITADAS PIC 9(8) VALUE ZEROS.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. TABELA DE CEP RESTRITA A SUPERVISORES'
               MOVE SPACES TO WRK-NOME
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           DISPLAY 'FUNCAO (I-INCLUIR E-EXCLUIR C-CONSULTAR '
               'G-CARGA CORREIOS): '
           ACCEPT WRK-FUNCAO FROM CONSOLE

           OPEN I-O CEP-MASTER
           IF WS-CEP-STATUS = '35'
               OPEN OUTPUT CEP-MASTER
               CLOSE CEP-MASTER
               OPEN I-O CEP-MASTER
           END-IF
           IF WS-CEP-STATUS NOT = '00'
               DISPLAY 'ERRO.. CEPMAST INDISPONIVEL, STATUS '
                   WS-CEP-STATUS
               STOP RUN
           END-IF

           EVALUATE WRK-FUNCAO
               WHEN 'I'
                   PERFORM INCLUIR-FAIXA
               WHEN 'E'
                   PERFORM EXCLUIR-FAIXA
               WHEN 'C'
                   PERFORM CONSULTAR-CEP
               WHEN 'G'
                   PERFORM CARREGAR-CORREIOS
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA'
           END-EVALUATE

           CLOSE CEP-MASTER
           STOP RUN.

       CAPTURAR-CEP.
           MOVE 'N' TO WS-VALID-CEP
           PERFORM UNTIL WS-VALID-CEP = 'Y'
               DISPLAY 'CEP (8 DIGITOS).. '
               ACCEPT WRK-CEP FROM CONSOLE
               IF WRK-CEP NUMERIC
                   MOVE 'Y' TO WS-VALID-CEP
               ELSE
                   DISPLAY 'ERRO.. CEP INVALIDO, DIGITE 8 NUMEROS'
               END-IF
           END-PERFORM
           MOVE WRK-CEP TO WS-CEP-NUM.

      * finds the range holding WS-CEP-NUM; ranges are keyed on their
      * last CEP, so the first key not below it is the only candidate
       LOCALIZAR-FAIXA.
           MOVE 'N' TO WS-ACHOU
           MOVE WS-CEP-NUM TO CEP-FIM
           START CEP-MASTER KEY IS NOT LESS THAN CEP-FIM
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CEP-MASTER NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF CEP-INICIO NOT > WS-CEP-NUM
               MOVE 'Y' TO WS-ACHOU
           END-IF.

       INCLUIR-FAIXA.
           DISPLAY 'CEP INICIAL DA FAIXA'
           PERFORM CAPTURAR-CEP
           MOVE WS-CEP-NUM TO WS-INICIO-NUM
           DISPLAY 'CEP FINAL DA FAIXA'
           PERFORM CAPTURAR-CEP
           MOVE WS-CEP-NUM TO WS-FIM-NUM
           IF WS-FIM-NUM < WS-INICIO-NUM
               DISPLAY 'ERRO.. CEP FINAL MENOR QUE O INICIAL'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-VALID-UF
           PERFORM UNTIL WS-VALID-UF = 'Y'
               DISPLAY 'UF.. '
               ACCEPT WRK-UF FROM CONSOLE
               CALL 'ADDRVAL' USING WRK-UF WRK-CEP
                   WS-VALID-UF WS-VALID-CEP
               IF WS-VALID-UF NOT = 'Y'
                   DISPLAY 'ERRO.. UF INVALIDA, DIGITE DUAS LETRAS'
               END-IF
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WRK-UF) TO WRK-UF
           DISPLAY 'CIDADE.. '
           ACCEPT WRK-CIDADE FROM CONSOLE
           IF WRK-CIDADE = SPACES
               DISPLAY 'ERRO.. CIDADE OBRIGATORIA'
               EXIT PARAGRAPH
           END-IF
      * the first range ending at or after the new start is the only
      * one that can overlap; if it also starts at or before the new
      * end the two ranges share CEPs
           MOVE WS-INICIO-NUM TO WS-CEP-NUM
           PERFORM LOCALIZAR-FAIXA
           IF WS-CEP-STATUS = '00'
               AND CEP-FIM NOT < WS-INICIO-NUM
               AND CEP-INICIO NOT > WS-FIM-NUM
               DISPLAY 'ERRO.. FAIXA SOBREPOE ' CEP-INICIO
                   ' A ' CEP-FIM ' ' CEP-UF ' ' CEP-CIDADE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIM-NUM TO CEP-FIM
           MOVE WS-INICIO-NUM TO CEP-INICIO
           MOVE WRK-UF TO CEP-UF
           MOVE FUNCTION UPPER-CASE(WRK-CIDADE) TO CEP-CIDADE
           MOVE WS-DATA-EXEC TO CEP-DATA-ATUAL
           WRITE CEP-RECORD
           IF WS-CEP-STATUS = '00'
               PERFORM MONTAR-NOME-FAIXA
               MOVE 'CEP-INCL' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'FAIXA INCLUIDA'
           ELSE
               DISPLAY 'ERRO.. FALHA AO GRAVAR FAIXA, STATUS '
                   WS-CEP-STATUS
           END-IF.

       EXCLUIR-FAIXA.
           DISPLAY 'QUALQUER CEP DA FAIXA A EXCLUIR'
           PERFORM CAPTURAR-CEP
           PERFORM LOCALIZAR-FAIXA
           IF WS-ACHOU NOT = 'Y'
               DISPLAY 'ERRO.. CEP NAO CONSTA NA TABELA'
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-FAIXA
           DISPLAY 'CONFIRMA EXCLUSAO DA FAIXA (S/N): '
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'EXCLUSAO CANCELADA'
               EXIT PARAGRAPH
           END-IF
           PERFORM MONTAR-NOME-FAIXA
           DELETE CEP-MASTER RECORD
           IF WS-CEP-STATUS = '00'
               MOVE 'CEP-EXCL' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'FAIXA EXCLUIDA'
           ELSE
               DISPLAY 'ERRO.. FALHA AO EXCLUIR FAIXA, STATUS '
                   WS-CEP-STATUS
           END-IF.

       CONSULTAR-CEP.
           PERFORM CAPTURAR-CEP
           PERFORM LOCALIZAR-FAIXA
           IF WS-ACHOU = 'Y'
               PERFORM MOSTRAR-FAIXA
           ELSE
               DISPLAY 'CEP NAO CONSTA NA TABELA'
           END-IF.

       MOSTRAR-FAIXA.
           DISPLAY 'FAIXA...... ' CEP-INICIO ' A ' CEP-FIM
           DISPLAY 'UF......... ' CEP-UF
           DISPLAY 'CIDADE..... ' CEP-CIDADE
           DISPLAY 'ATUALIZADA. ' CEP-DATA-ATUAL.

      * the audit name field carries the range start and end
       MONTAR-NOME-FAIXA.
           MOVE SPACES TO WRK-NOME
           STRING CEP-INICIO DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               CEP-FIM DELIMITED BY SIZE
               INTO WRK-NOME
           END-STRING.

      * the postal extract is the complete reference, so the table is
      * rebuilt from it rather than merged; it is only emptied once
      * the extract is known to be readable. Lines that are malformed,
      * out of order or overlap the previous range are skipped and
      * listed on the console
       CARREGAR-CORREIOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT POSTAL-FILE
           IF WS-POSTAL-STATUS NOT = '00'
               DISPLAY 'ERRO.. CEPCORR NAO ENCONTRADO, TABELA MANTIDA'
               EXIT PARAGRAPH
           END-IF
           CLOSE CEP-MASTER
           OPEN OUTPUT CEP-MASTER
           MOVE ZEROS TO WS-FIM-ANTERIOR
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSTAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINHA
                       PERFORM CARREGAR-FAIXA
               END-READ
           END-PERFORM
           CLOSE POSTAL-FILE
           CLOSE CEP-MASTER
           OPEN I-O CEP-MASTER
           DISPLAY 'CARGA DOS CORREIOS - FAIXAS: ' WS-CARREGADOS
               ' REJEITADAS: ' WS-REJEITADAS
           MOVE SPACES TO WRK-NOME
           MOVE 'CEP-CARGA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

       CARREGAR-FAIXA.
           MOVE SPACES TO WS-MOTIVO
           CALL 'ADDRVAL' USING COR-UF COR-CEP-INICIO
               WS-VALID-UF WS-VALID-CEP
           IF WS-VALID-UF NOT = 'Y'
               MOVE 'UF INVALIDA' TO WS-MOTIVO
           END-IF
           IF WS-VALID-CEP NOT = 'Y' OR COR-CEP-FIM NOT NUMERIC
               MOVE 'CEP INVALIDO' TO WS-MOTIVO
           END-IF
           IF COR-CIDADE = SPACES
               MOVE 'CIDADE AUSENTE' TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE COR-CEP-INICIO TO WS-INICIO-NUM
               MOVE COR-CEP-FIM TO WS-FIM-NUM
               IF WS-FIM-NUM < WS-INICIO-NUM
                   MOVE 'CEP FINAL MENOR QUE INICIAL' TO WS-MOTIVO
               ELSE
                   IF WS-CARREGADOS > ZEROS
                       AND WS-INICIO-NUM NOT > WS-FIM-ANTERIOR
                       MOVE 'FORA DE ORDEM OU SOBREPOSTA'
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-REJEITADAS
               DISPLAY 'LINHA ' WS-LINHA ' REJEITADA.. ' WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIM-NUM TO CEP-FIM
           MOVE WS-INICIO-NUM TO CEP-INICIO
           MOVE FUNCTION UPPER-CASE(COR-UF) TO CEP-UF
           MOVE FUNCTION UPPER-CASE(COR-CIDADE) TO CEP-CIDADE
           MOVE WS-DATA-EXEC TO CEP-DATA-ATUAL
           WRITE CEP-RECORD
           IF WS-CEP-STATUS = '00'
               ADD 1 TO WS-CARREGADOS
               MOVE WS-FIM-NUM TO WS-FIM-ANTERIOR
           ELSE
               ADD 1 TO WS-REJEITADAS
               DISPLAY 'LINHA ' WS-LINHA ' REJEITADA.. STATUS '
                   WS-CEP-STATUS
           END-IF.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WRK-NOME TO AUD-NOME
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
