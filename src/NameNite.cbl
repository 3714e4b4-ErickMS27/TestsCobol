       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMENITE.

      ***********************************
      * Night stream controller: drives *
      * NAMELOAD, NAMETRX, NAMEDOM,     *
      * PENDAGE, REJAGE, FEEDEXT,       *
      * FEEDRECN, NAMECHK, NAMEBKP and  *
      * NAMESUM in that order as        *
      * dynamic CALLs, recording each   *
      * step's start, end and outcome   *
      * on NITECTL the way RUNREC       *
      * tracks load runs. A step only   *
      * starts after its predecessor    *
      * posted a normal end; rerunning  *
      * the controller skips the steps  *
      * already normal tonight, so a    *
      * rerun resumes at the failed     *
      * step. Leaves the consolidated   *
      * NITERPT report. On a non-       *
      * business day (CALDIA) the steps *
      * flagged for it are dispensed    *
      * and the stream runs shortened.  *
      * parametro: RELATORIO imprime o  *
      * relatorio sem executar passos;  *
      * ambiente NITEMODO=COMPLETO      *
      * executa todos os passos mesmo   *
      * em dia nao util                 *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NITE-CONTROL ASSIGN TO "NITECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NITE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "NITERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NITE-CONTROL.
       01  NITE-RECORD.
           COPY "NITEREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-NITE-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-PARM PIC X(10) VALUE SPACES.
       77 WS-MODO PIC X(10) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-SUB PIC 99 VALUE ZEROS.
       77 WS-PASSO PIC X(8) VALUE SPACES.
       77 WS-PASSO-FEITO PIC X VALUE 'N'.
       77 WS-STREAM-PAROU PIC X VALUE 'N'.
       77 WS-EXECUTADOS PIC 99 VALUE ZEROS.
       77 WS-PULADOS PIC 99 VALUE ZEROS.
       77 WS-SITUACAO-TXT PIC X(8) VALUE SPACES.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-DISPENSADOS PIC 99 VALUE ZEROS.
       77 WS-DIA-UTIL PIC X VALUE 'Y'.
       77 WS-CAL-FUNCAO PIC X VALUE 'D'.
       77 WS-CAL-DATA-FIM PIC 9(8) VALUE ZEROS.
       77 WS-CAL-DIAS PIC 9(8) VALUE ZEROS.
       01  WS-LISTA-PASSOS.
           05  FILLER             PIC X(8) VALUE 'NAMELOAD'.
           05  FILLER             PIC X(8) VALUE 'NAMETRX'.
           05  FILLER             PIC X(8) VALUE 'NAMEDOM'.
           05  FILLER             PIC X(8) VALUE 'PENDAGE'.
           05  FILLER             PIC X(8) VALUE 'REJAGE'.
           05  FILLER             PIC X(8) VALUE 'FEEDEXT'.
           05  FILLER             PIC X(8) VALUE 'FEEDRECN'.
           05  FILLER             PIC X(8) VALUE 'NAMECHK'.
           05  FILLER             PIC X(8) VALUE 'NAMEBKP'.
           05  FILLER             PIC X(8) VALUE 'NAMESUM'.
       01  WS-PASSOS REDEFINES WS-LISTA-PASSOS.
           05  WS-PASSO-NOME OCCURS 10 TIMES PIC X(8).
      * what each step does on a non-business day, in step order:
      * E executa, D dispensa. With no upstream load and no
      * downstream taking files only the transactions, the
      * households they may have moved, the check and the backup
      * still run
       01  WS-LISTA-NAO-UTIL.
           05  FILLER             PIC X VALUE 'D'.
           05  FILLER             PIC X VALUE 'E'.
           05  FILLER             PIC X VALUE 'E'.
           05  FILLER             PIC X VALUE 'D'.
           05  FILLER             PIC X VALUE 'D'.
           05  FILLER             PIC X VALUE 'D'.
           05  FILLER             PIC X VALUE 'D'.
           05  FILLER             PIC X VALUE 'E'.
           05  FILLER             PIC X VALUE 'E'.
           05  FILLER             PIC X VALUE 'D'.
       01  WS-NAO-UTIL REDEFINES WS-LISTA-NAO-UTIL.
           05  WS-PASSO-NAO-UTIL OCCURS 10 TIMES PIC X.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA O CONTROLE NOTURNO'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
      * the steps share the run unit's command line, so the full
      * stream override comes from the environment, leaving the
      * command line to RELATORIO, which calls no step
           DISPLAY 'NITEMODO' UPON ENVIRONMENT-NAME
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           IF WS-PARM(1:9) = 'RELATORIO'
               PERFORM IMPRIMIR-RELATORIO
               STOP RUN
           END-IF
           IF WS-MODO(1:8) NOT = 'COMPLETO'
               CALL 'CALDIA' USING WS-CAL-FUNCAO WS-DATA-EXEC
                   WS-CAL-DATA-FIM WS-CAL-DIAS WS-DIA-UTIL
               IF WS-DIA-UTIL = 'N'
                   DISPLAY 'NAMENITE - DIA NAO UTIL, STREAM REDUZIDO'
               END-IF
           END-IF

           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10 OR WS-STREAM-PAROU = 'Y'
               MOVE WS-PASSO-NOME(WS-SUB) TO WS-PASSO
               PERFORM VERIFICAR-PASSO-FEITO
               IF WS-PASSO-FEITO = 'Y'
                   ADD 1 TO WS-PULADOS
                   DISPLAY 'NAMENITE - ' WS-PASSO
                       ' JA CONCLUIDO NORMAL HOJE, PULADO'
               ELSE
                   IF WS-DIA-UTIL = 'N'
                       AND WS-PASSO-NAO-UTIL(WS-SUB) = 'D'
                       PERFORM DISPENSAR-PASSO
                   ELSE
                       PERFORM EXECUTAR-PASSO
                   END-IF
               END-IF
           END-PERFORM

           PERFORM IMPRIMIR-RELATORIO
           IF WS-STREAM-PAROU = 'Y'
               DISPLAY 'NAMENITE - STREAM INTERROMPIDO, CORRIJA E '
                   'EXECUTE NOVAMENTE PARA RETOMAR DO PASSO FALHO'
               MOVE 'NOITE-ERR' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'NAMENITE - STREAM CONCLUIDO, EXECUTADOS: '
                   WS-EXECUTADOS ' PULADOS: ' WS-PULADOS
                   ' DISPENSADOS: ' WS-DISPENSADOS
               MOVE 'NOITE-OK' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
           END-IF
           STOP RUN.

      * a step counts as done only when tonight's control file holds
      * an F record with a normal outcome for it
       VERIFICAR-PASSO-FEITO.
           MOVE 'N' TO WS-PASSO-FEITO
           MOVE 'N' TO WS-EOF
           OPEN INPUT NITE-CONTROL
           IF WS-NITE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NITE-CONTROL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NITE-DATA = WS-DATA-EXEC
                           AND NITE-PASSO = WS-PASSO
                           AND NITE-TIPO = 'F'
                           IF NITE-SITUACAO = 'N'
                               MOVE 'Y' TO WS-PASSO-FEITO
                           ELSE
                               MOVE 'N' TO WS-PASSO-FEITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NITE-STATUS NOT = '35'
               CLOSE NITE-CONTROL
           END-IF.

      * the steps are ordinary dynamic subprogram calls; they end
      * with GOBACK and their RETURN-CODE comes back to the
      * controller. With no command line behind them every step takes
      * its default - NAMEBKP in particular defaults to UNLOAD
       EXECUTAR-PASSO.
           DISPLAY 'NAMENITE - INICIANDO ' WS-PASSO
           MOVE 'I' TO NITE-TIPO
           MOVE 'A' TO NITE-SITUACAO
           PERFORM GRAVAR-NITE
           MOVE ZERO TO RETURN-CODE
           CALL WS-PASSO
               ON EXCEPTION
                   DISPLAY 'ERRO.. PASSO ' WS-PASSO
                       ' NAO ENCONTRADO'
                   MOVE 8 TO RETURN-CODE
           END-CALL
           MOVE 'F' TO NITE-TIPO
           IF RETURN-CODE = ZERO
               MOVE 'N' TO NITE-SITUACAO
               ADD 1 TO WS-EXECUTADOS
               DISPLAY 'NAMENITE - ' WS-PASSO ' CONCLUIDO NORMAL'
           ELSE
               MOVE 'A' TO NITE-SITUACAO
               MOVE 'Y' TO WS-STREAM-PAROU
               DISPLAY 'NAMENITE - ' WS-PASSO ' TERMINOU ANORMAL, '
                   'CODIGO ' RETURN-CODE
           END-IF
           PERFORM GRAVAR-NITE
           MOVE ZERO TO RETURN-CODE.

      * a dispensed step is recorded so the report shows it was not
      * forgotten; it is not a normal end, so a rerun with NITEMODO
      * set to COMPLETO still executes it
       DISPENSAR-PASSO.
           ADD 1 TO WS-DISPENSADOS
           DISPLAY 'NAMENITE - ' WS-PASSO
               ' DISPENSADO EM DIA NAO UTIL'
           MOVE 'F' TO NITE-TIPO
           MOVE 'D' TO NITE-SITUACAO
           PERFORM GRAVAR-NITE.

       GRAVAR-NITE.
           OPEN EXTEND NITE-CONTROL
           IF WS-NITE-STATUS NOT = '00'
               OPEN OUTPUT NITE-CONTROL
               CLOSE NITE-CONTROL
               OPEN EXTEND NITE-CONTROL
           END-IF
           MOVE WS-DATA-EXEC TO NITE-DATA
           MOVE WS-SUB TO NITE-SEQ
           MOVE WS-PASSO TO NITE-PASSO
           ACCEPT NITE-HORA FROM TIME
           WRITE NITE-RECORD
           IF WS-NITE-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR NITECTL, STATUS '
                   WS-NITE-STATUS
           END-IF
           CLOSE NITE-CONTROL.

       IMPRIMIR-RELATORIO.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAMENITE - SITUACAO DO STREAM NOTURNO DE '
                   DELIMITED BY SIZE
               WS-DATA-EXEC DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE 'N' TO WS-EOF
           OPEN INPUT NITE-CONTROL
           IF WS-NITE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF
               MOVE '  NENHUM PASSO REGISTRADO' TO WS-REPORT-LINE
               PERFORM IMPRIMIR-LINHA
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NITE-CONTROL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF NITE-DATA = WS-DATA-EXEC
                           PERFORM IMPRIMIR-PASSO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NITE-STATUS NOT = '35'
               CLOSE NITE-CONTROL
           END-IF
           CLOSE REPORT-FILE.

       IMPRIMIR-PASSO.
           IF NITE-TIPO = 'I'
               MOVE 'INICIO' TO WS-SITUACAO-TXT
           ELSE
               EVALUATE NITE-SITUACAO
                   WHEN 'N'
                       MOVE 'NORMAL' TO WS-SITUACAO-TXT
                   WHEN 'D'
                       MOVE 'DISPENSA' TO WS-SITUACAO-TXT
                   WHEN OTHER
                       MOVE 'ANORMAL' TO WS-SITUACAO-TXT
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               NITE-SEQ DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NITE-PASSO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               NITE-HORA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SITUACAO-TXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
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
