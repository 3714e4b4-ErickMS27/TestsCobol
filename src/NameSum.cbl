       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESUM.

      ***********************************
      * End-of-day load run summary     *
      * drawn from the RUNCTL history   *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01  RUN-RECORD.
           COPY "RUNREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-RUN-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-PARM PIC X(8) VALUE SPACES.
       77 WS-DATA-REF PIC 9(8) VALUE ZEROS.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EXECUCOES PIC 9(4) VALUE ZEROS.
       77 WS-ABERTAS PIC 9(4) VALUE ZEROS.
       77 WS-TOT-ACEITOS PIC 9(8) VALUE ZEROS.
       77 WS-TOT-REJEITADOS PIC 9(8) VALUE ZEROS.
       77 WS-TOT-FLAGRADOS PIC 9(8) VALUE ZEROS.
       77 WS-TOT-DUPLICADOS PIC 9(8) VALUE ZEROS.
       77 WS-SITUACAO-TXT PIC X(8) VALUE SPACES.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           ACCEPT WS-PARM FROM COMMAND-LINE
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           IF WS-PARM = SPACES
               MOVE WS-DATA-EXEC TO WS-DATA-REF
           ELSE
               MOVE WS-PARM TO WS-DATA-REF
           END-IF

           OPEN INPUT RUN-CONTROL
           IF WS-RUN-STATUS NOT = '00'
               DISPLAY 'ERRO.. RUNCTL INDISPONIVEL, STATUS '
                   WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-CONTROL
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RUN-DATA = WS-DATA-REF
                           PERFORM RESUMIR-EXECUCAO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-RODAPE
           CLOSE RUN-CONTROL
           CLOSE REPORT-FILE
           DISPLAY 'NAMESUM - EXECUCOES NO DIA: ' WS-EXECUCOES
           GOBACK.

      * an 'I' without its matching 'F' means the run never completed;
      * the open count on the footer is the handover alert
       RESUMIR-EXECUCAO.
           IF RUN-TIPO = 'I'
               ADD 1 TO WS-ABERTAS
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  INICIO ' DELIMITED BY SIZE
                   RUN-HORA-INICIO DELIMITED BY SIZE
                   ' ENTRADA ' DELIMITED BY SIZE
                   RUN-ARQUIVO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           ELSE
               IF WS-ABERTAS > 0
                   SUBTRACT 1 FROM WS-ABERTAS
               END-IF
               ADD 1 TO WS-EXECUCOES
               ADD RUN-ACEITOS TO WS-TOT-ACEITOS
               ADD RUN-REJEITADOS TO WS-TOT-REJEITADOS
               ADD RUN-FLAGRADOS TO WS-TOT-FLAGRADOS
               ADD RUN-DUPLICADOS TO WS-TOT-DUPLICADOS
               IF RUN-SITUACAO = 'N'
                   MOVE 'NORMAL' TO WS-SITUACAO-TXT
               ELSE
                   MOVE 'ANORMAL' TO WS-SITUACAO-TXT
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  FIM    ' DELIMITED BY SIZE
                   RUN-HORA-FIM DELIMITED BY SIZE
                   ' LIDOS ' DELIMITED BY SIZE
                   RUN-REGISTROS DELIMITED BY SIZE
                   ' ACEITOS ' DELIMITED BY SIZE
                   RUN-ACEITOS DELIMITED BY SIZE
                   ' REJ ' DELIMITED BY SIZE
                   RUN-REJEITADOS DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-SITUACAO-TXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM IMPRIMIR-LINHA
           END-IF.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NAMESUM - RESUMO DE CARGAS DO DIA '
                   DELIMITED BY SIZE
               WS-DATA-REF DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'EXECUCOES CONCLUIDAS: ' DELIMITED BY SIZE
               WS-EXECUCOES DELIMITED BY SIZE
               '   NAO CONCLUIDAS: ' DELIMITED BY SIZE
               WS-ABERTAS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL ACEITOS: ' DELIMITED BY SIZE
               WS-TOT-ACEITOS DELIMITED BY SIZE
               ' REJEITADOS: ' DELIMITED BY SIZE
               WS-TOT-REJEITADOS DELIMITED BY SIZE
               ' FLAGRADOS: ' DELIMITED BY SIZE
               WS-TOT-FLAGRADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'TOTAL DUPLICADOS SUSPEITOS: ' DELIMITED BY SIZE
               WS-TOT-DUPLICADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM IMPRIMIR-LINHA.

       IMPRIMIR-LINHA.
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.
