       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITARC.

      ***********************************
      * Month-end audit log archive and *
      * live log retention trim, run on *
      * the last business day of the    *
      * month so it can be scheduled    *
      * daily; the archive is           *
      * catalogued in GENCAT            *
      * parametro: meses de retencao    *
      * (padrao 2) e FORCAR, sozinho ou *
      * na posicao 4, para rodar fora   *
      * do ultimo dia util              *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO WS-ARCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT WORK-FILE ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  ARCHIVE-FILE.
       01  ARCH-RECORD PIC X(66).

       FD  WORK-FILE.
       01  WORK-RECORD PIC X(66).

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-ARCH-STATUS PIC XX VALUE SPACES.
       77 WS-ARCH-FILENAME PIC X(30) VALUE SPACES.
       77 WS-PARM PIC X(10) VALUE SPACES.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-MES-CORTE PIC 9(6) VALUE ZEROS.
       77 WS-MES-CORTE-X PIC X(6) VALUE SPACES.
       77 WS-RETENCAO-MESES PIC 99 VALUE 2.
       77 WS-ANO-CORTE PIC 9(4) VALUE ZEROS.
       77 WS-MM-CORTE PIC S99 VALUE ZEROS.
       77 WS-ARCH-ERRO PIC X VALUE 'N'.
       77 WS-ARQUIVADOS PIC 9(8) VALUE ZEROS.
       77 WS-MANTIDOS PIC 9(8) VALUE ZEROS.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-SOMA-DATAS PIC 9(12) VALUE ZEROS.
       77 WS-CAL-FUNCAO PIC X VALUE 'M'.
       77 WS-CAL-RESULTADO PIC X VALUE SPACE.
       77 WS-ULTIMO-UTIL PIC 9(8) VALUE ZEROS.
       77 WS-CAL-DIAS PIC 9(8) VALUE ZEROS.
       77 WS-FORCAR PIC X VALUE 'N'.
       77 WS-GEN-FUNCAO PIC X VALUE 'A'.
       77 WS-GEN-RESULTADO PIC X VALUE SPACE.
       01  WS-GERACAO.
           COPY "GENREC.cpy" REPLACING LEADING ==GEN-== BY ==WS-GEN-==.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA O ARQUIVAMENTO'
               PERFORM GRAVAR-AUD-NEGADO
               STOP RUN
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           IF WS-PARM(1:6) = 'FORCAR'
               MOVE 'Y' TO WS-FORCAR
           ELSE
               IF WS-PARM(1:3) NOT = SPACES
                   COMPUTE WS-RETENCAO-MESES =
                       FUNCTION NUMVAL(WS-PARM(1:3))
               END-IF
               IF WS-PARM(4:6) = 'FORCAR'
                   MOVE 'Y' TO WS-FORCAR
               END-IF
           END-IF
      * month-end is the last business day, not the last calendar
      * day, so a month ending on a weekend is still archived
           CALL 'CALDIA' USING WS-CAL-FUNCAO WS-DATA-EXEC
               WS-ULTIMO-UTIL WS-CAL-DIAS WS-CAL-RESULTADO
           IF WS-CAL-RESULTADO NOT = 'Y' AND WS-FORCAR NOT = 'Y'
               DISPLAY 'AUDITARC - HOJE NAO E O ULTIMO DIA UTIL DO '
                   'MES (' WS-ULTIMO-UTIL '), NADA A FAZER'
               STOP RUN
           END-IF
           PERFORM CALCULAR-MES-CORTE
           STRING 'AUDARCH.' DELIMITED BY SIZE
               WS-MES-CORTE DELIMITED BY SIZE
               INTO WS-ARCH-FILENAME
           END-STRING

           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO.. AUDITLOG INDISPONIVEL, STATUS '
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCH-STATUS NOT = '00'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ABRIR ARQUIVO MORTO '
                   WS-ARCH-FILENAME ' STATUS ' WS-ARCH-STATUS
               CLOSE AUDIT-LOG
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE

           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CLASSIFICAR-REGISTRO
               END-READ
           END-PERFORM

           CLOSE AUDIT-LOG
           CLOSE ARCHIVE-FILE
           CLOSE WORK-FILE
           IF WS-ARCH-ERRO = 'Y'
               DISPLAY 'ERRO.. FALHA AO GRAVAR ARQUIVO MORTO, '
                   'AUDITLOG MANTIDO INTACTO'
               STOP RUN
           END-IF
           PERFORM REGRAVAR-LOG-VIVO
           PERFORM CATALOGAR-ARQUIVO

           DISPLAY 'AUDITARC - ARQUIVADOS ATE ' WS-MES-CORTE ': '
               WS-ARQUIVADOS ' MANTIDOS: ' WS-MANTIDOS
           DISPLAY 'ARQUIVO GERADO: ' WS-ARCH-FILENAME
           STOP RUN.

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

      * everything up to and including the cut-off month is archived;
      * the retention window stays in the live log
       CALCULAR-MES-CORTE.
           MOVE WS-DATA-EXEC(1:4) TO WS-ANO-CORTE
           MOVE WS-DATA-EXEC(5:2) TO WS-MM-CORTE
           SUBTRACT WS-RETENCAO-MESES FROM WS-MM-CORTE
           PERFORM UNTIL WS-MM-CORTE >= 1
               ADD 12 TO WS-MM-CORTE
               SUBTRACT 1 FROM WS-ANO-CORTE
           END-PERFORM
           COMPUTE WS-MES-CORTE = WS-ANO-CORTE * 100 + WS-MM-CORTE
           MOVE WS-MES-CORTE TO WS-MES-CORTE-X.

       CLASSIFICAR-REGISTRO.
           IF AUD-DATA(1:6) NOT > WS-MES-CORTE-X
               ADD 1 TO WS-ARQUIVADOS
               ADD AUD-DATA TO WS-SOMA-DATAS
               MOVE AUD-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
               IF WS-ARCH-STATUS NOT = '00'
                   DISPLAY 'ERRO.. FALHA AO GRAVAR ARQUIVO MORTO, '
                       'STATUS ' WS-ARCH-STATUS
                   MOVE 'Y' TO WS-ARCH-ERRO
               END-IF
           ELSE
               ADD 1 TO WS-MANTIDOS
               MOVE AUD-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
           END-IF.

      * the month's archive is opened in extend, so a second run in
      * the same month adds its records to the catalogued totals
       CATALOGAR-ARQUIVO.
           INITIALIZE WS-GERACAO
           MOVE 'AUDA' TO WS-GEN-TIPO
           MOVE WS-ARCH-FILENAME TO WS-GEN-ARQUIVO
           COMPUTE WS-GEN-DATA = WS-MES-CORTE * 100 + 1
           MOVE WS-ARQUIVADOS TO WS-GEN-CONTAGEM
           MOVE WS-SOMA-DATAS TO WS-GEN-TOTAL
           MOVE 'AUDITARC' TO WS-GEN-PROGRAMA
           MOVE 'B' TO WS-GEN-SITUACAO
           CALL 'GENREG' USING WS-GEN-FUNCAO WS-GERACAO
               WS-GEN-RESULTADO
           IF WS-GEN-RESULTADO NOT = 'Y'
               DISPLAY 'ATENCAO.. ' WS-ARCH-FILENAME
                   ' NAO FOI CATALOGADO'
           END-IF.

       REGRAVAR-LOG-VIVO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT AUDIT-LOG
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WORK-RECORD TO AUD-RECORD
                       WRITE AUD-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE AUDIT-LOG.
