       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

      ***********************************
      * Business-day calendar upkeep:   *
      * include, delete and inquire     *
      * holidays and extra working days *
      * on CALENDAR, and list a year's  *
      * entries with the last business  *
      * day of each month               *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CAL-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CAL-RECORD.
           COPY "CALREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CAL-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-DATA PIC X(8) VALUE SPACES.
       77 WRK-ANO PIC X(4) VALUE SPACES.
       77 WRK-TIPO PIC X VALUE SPACE.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA PIC X VALUE SPACE.
       77 WS-DATA-NUM PIC 9(8) VALUE ZEROS.
       77 WS-DATA-FIM PIC 9(8) VALUE ZEROS.
       77 WS-VALID-DATA PIC X VALUE 'N'.
       77 WS-INT-DATA PIC 9(8) VALUE ZEROS.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       77 WS-DIA-UTIL PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LISTADOS PIC 9(4) VALUE ZEROS.
       77 WS-MES-SUB PIC 99 VALUE ZEROS.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       01  WS-DATA-MES PIC 9(8) VALUE ZEROS.
       01  WS-DATA-MES-PARTES REDEFINES WS-DATA-MES.
           05  WS-MES-ANO         PIC 9(4).
           05  WS-MES-MES         PIC 99.
           05  WS-MES-DIA         PIC 99.
       01  WS-LISTA-DIAS.
           05  FILLER             PIC X(7) VALUE 'SEGUNDA'.
           05  FILLER             PIC X(7) VALUE 'TERCA'.
           05  FILLER             PIC X(7) VALUE 'QUARTA'.
           05  FILLER             PIC X(7) VALUE 'QUINTA'.
           05  FILLER             PIC X(7) VALUE 'SEXTA'.
           05  FILLER             PIC X(7) VALUE 'SABADO'.
           05  FILLER             PIC X(7) VALUE 'DOMINGO'.
       01  WS-DIAS-SEMANA REDEFINES WS-LISTA-DIAS.
           05  WS-NOME-DIA OCCURS 7 TIMES PIC X(7).

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. CALENDARIO RESTRITO A SUPERVISORES'
               MOVE SPACES TO WRK-NOME
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           DISPLAY 'FUNCAO (I-INCLUIR E-EXCLUIR C-CONSULTAR '
               'L-LISTAR ANO): '
           ACCEPT WRK-FUNCAO FROM CONSOLE

           OPEN I-O CALENDAR-FILE
           IF WS-CAL-STATUS = '35'
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'ERRO.. CALENDAR INDISPONIVEL, STATUS '
                   WS-CAL-STATUS
               STOP RUN
           END-IF

           EVALUATE WRK-FUNCAO
               WHEN 'I'
                   PERFORM INCLUIR-DIA
               WHEN 'E'
                   PERFORM EXCLUIR-DIA
               WHEN 'C'
                   PERFORM CONSULTAR-DIA
               WHEN 'L'
                   PERFORM LISTAR-ANO
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA'
           END-EVALUATE

           CLOSE CALENDAR-FILE
           STOP RUN.

       CAPTURAR-DATA.
           MOVE 'N' TO WS-VALID-DATA
           PERFORM UNTIL WS-VALID-DATA = 'Y'
               DISPLAY 'DATA (AAAAMMDD).. '
               ACCEPT WRK-DATA FROM CONSOLE
               IF WRK-DATA NUMERIC
                   MOVE WRK-DATA TO WS-DATA-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NUM) = ZERO
                       MOVE 'Y' TO WS-VALID-DATA
                   END-IF
               END-IF
               IF WS-VALID-DATA NOT = 'Y'
                   DISPLAY 'ERRO.. DATA INVALIDA'
               END-IF
           END-PERFORM.

      * day 1 of the integer calendar (01/01/1601) was a Monday:
      * 1 Monday through 7 Sunday
       CALCULAR-DIA-SEMANA.
           COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM)
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-INT-DATA - 1, 7) + 1.

      * the weekday decides the default; an entry only records the
      * exceptions, so one that repeats the default is refused
       INCLUIR-DIA.
           PERFORM CAPTURAR-DATA
           MOVE WS-DATA-NUM TO CAL-DATA
           READ CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'ERRO.. DATA JA CADASTRADA'
                   PERFORM MOSTRAR-DIA
                   EXIT PARAGRAPH
           END-READ
           PERFORM CALCULAR-DIA-SEMANA
           DISPLAY 'DIA DA SEMANA: ' WS-NOME-DIA(WS-DIA-SEMANA)
           DISPLAY 'TIPO (F-FERIADO U-DIA UTIL EXTRA): '
           ACCEPT WRK-TIPO FROM CONSOLE
           MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
           IF WRK-TIPO NOT = 'F' AND WRK-TIPO NOT = 'U'
               DISPLAY 'ERRO.. TIPO INVALIDO'
               EXIT PARAGRAPH
           END-IF
           IF WRK-TIPO = 'F' AND WS-DIA-SEMANA > 5
               DISPLAY 'ERRO.. FIM DE SEMANA JA NAO E DIA UTIL'
               EXIT PARAGRAPH
           END-IF
           IF WRK-TIPO = 'U' AND WS-DIA-SEMANA < 6
               DISPLAY 'ERRO.. DIA DE SEMANA JA E DIA UTIL'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'DESCRICAO.. '
           ACCEPT WRK-DESCRICAO FROM CONSOLE
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'ERRO.. DESCRICAO OBRIGATORIA'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-NUM TO CAL-DATA
           MOVE WRK-TIPO TO CAL-TIPO
           MOVE FUNCTION UPPER-CASE(WRK-DESCRICAO) TO CAL-DESCRICAO
           MOVE WS-OPERADOR TO CAL-OPERADOR
           MOVE WS-DATA-EXEC TO CAL-DATA-ATUAL
           WRITE CAL-RECORD
           IF WS-CAL-STATUS = '00'
               MOVE CAL-DATA TO WRK-NOME
               MOVE 'CAL-INCL' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'DATA INCLUIDA'
           ELSE
               DISPLAY 'ERRO.. FALHA AO GRAVAR DATA, STATUS '
                   WS-CAL-STATUS
           END-IF.

       EXCLUIR-DIA.
           PERFORM CAPTURAR-DATA
           MOVE WS-DATA-NUM TO CAL-DATA
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY 'ERRO.. DATA NAO CONSTA DO CALENDARIO'
                   EXIT PARAGRAPH
           END-READ
           PERFORM MOSTRAR-DIA
           DISPLAY 'CONFIRMA EXCLUSAO DA DATA (S/N): '
           ACCEPT WRK-CONFIRMA FROM CONSOLE
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'EXCLUSAO CANCELADA'
               EXIT PARAGRAPH
           END-IF
           DELETE CALENDAR-FILE RECORD
           IF WS-CAL-STATUS = '00'
               MOVE WS-DATA-NUM TO WRK-NOME
               MOVE 'CAL-EXCL' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'DATA EXCLUIDA'
           ELSE
               DISPLAY 'ERRO.. FALHA AO EXCLUIR DATA, STATUS '
                   WS-CAL-STATUS
           END-IF.

       CONSULTAR-DIA.
           PERFORM CAPTURAR-DATA
           PERFORM CALCULAR-DIA-SEMANA
           IF WS-DIA-SEMANA < 6
               MOVE 'Y' TO WS-DIA-UTIL
           ELSE
               MOVE 'N' TO WS-DIA-UTIL
           END-IF
           MOVE WS-DATA-NUM TO CAL-DATA
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY 'DATA....... ' WS-DATA-NUM
                   DISPLAY 'SEMANA..... ' WS-NOME-DIA(WS-DIA-SEMANA)
                   DISPLAY 'SEM EXCECAO NO CALENDARIO'
               NOT INVALID KEY
                   PERFORM MOSTRAR-DIA
                   IF CAL-TIPO = 'F'
                       MOVE 'N' TO WS-DIA-UTIL
                   ELSE
                       MOVE 'Y' TO WS-DIA-UTIL
                   END-IF
           END-READ
           IF WS-DIA-UTIL = 'Y'
               DISPLAY 'DIA UTIL'
           ELSE
               DISPLAY 'DIA NAO UTIL'
           END-IF.

       MOSTRAR-DIA.
           PERFORM CALCULAR-DIA-SEMANA
           DISPLAY 'DATA....... ' CAL-DATA
           DISPLAY 'SEMANA..... ' WS-NOME-DIA(WS-DIA-SEMANA)
           IF CAL-TIPO = 'F'
               DISPLAY 'TIPO....... FERIADO'
           ELSE
               DISPLAY 'TIPO....... DIA UTIL EXTRA'
           END-IF
           DISPLAY 'DESCRICAO.. ' CAL-DESCRICAO
           DISPLAY 'OPERADOR... ' CAL-OPERADOR
           DISPLAY 'ATUALIZADA. ' CAL-DATA-ATUAL.

      * the month-end jobs key off the last business day, so the
      * listing shows it for each month the way CALDIA will find it
       LISTAR-ANO.
           DISPLAY 'ANO (AAAA).. '
           ACCEPT WRK-ANO FROM CONSOLE
           IF WRK-ANO NOT NUMERIC
               DISPLAY 'ERRO.. ANO INVALIDO'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-DATA-MES
           MOVE WRK-ANO TO WS-MES-ANO
           MOVE 1 TO WS-MES-MES
           MOVE 1 TO WS-MES-DIA
           MOVE WS-DATA-MES TO CAL-DATA
           MOVE 'N' TO WS-EOF
           START CALENDAR-FILE KEY IS NOT LESS THAN CAL-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CAL-DATA(1:4) NOT = WRK-ANO
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM LISTAR-DIA
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'EXCECOES NO ANO: ' WS-LISTADOS
           CLOSE CALENDAR-FILE
           PERFORM VARYING WS-MES-SUB FROM 1 BY 1 UNTIL WS-MES-SUB > 12
               MOVE WS-MES-SUB TO WS-MES-MES
               MOVE 'M' TO WRK-FUNCAO
               CALL 'CALDIA' USING WRK-FUNCAO WS-DATA-MES WS-DATA-FIM
                   WS-INT-DATA WS-DIA-UTIL
               DISPLAY 'ULTIMO DIA UTIL ' WS-MES-MES '/' WS-MES-ANO
                   ': ' WS-DATA-FIM(7:2) '/' WS-DATA-FIM(5:2)
           END-PERFORM
           OPEN INPUT CALENDAR-FILE.

       LISTAR-DIA.
           ADD 1 TO WS-LISTADOS
           MOVE CAL-DATA TO WS-DATA-NUM
           PERFORM CALCULAR-DIA-SEMANA
           DISPLAY CAL-DATA ' ' WS-NOME-DIA(WS-DIA-SEMANA) ' '
               CAL-TIPO ' ' CAL-DESCRICAO.

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
