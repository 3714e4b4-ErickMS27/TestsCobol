       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITINQ.

      ***********************************
      * Audit trail inquiry and report  *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       FD  REPORT-FILE.
       01  RPT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-EOF PIC X VALUE 'N'.
       77 WRK-DATA-INI-X PIC X(8) VALUE SPACES.
       77 WRK-DATA-FIM-X PIC X(8) VALUE SPACES.
       77 WRK-DATA-INI PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(8) VALUE 99999999.
       77 WRK-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-ACAO PIC X(10) VALUE SPACES.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-TAM PIC 99 VALUE ZEROS.
       77 WS-SELECIONADOS PIC 9(8) VALUE ZEROS.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-PAGINA PIC 9(4) VALUE ZEROS.
       77 WS-LINHAS-PAG PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 40.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-REPORT-LINE PIC X(80) VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           PERFORM CAPTURAR-FILTROS

           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO.. AUDITLOG INDISPONIVEL, STATUS '
                   WS-AUDIT-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM SELECIONAR-REGISTRO
               END-READ
           END-PERFORM

           PERFORM IMPRIMIR-RODAPE
           CLOSE AUDIT-LOG
           CLOSE REPORT-FILE
           DISPLAY 'AUDITINQ - LIDOS: ' WS-LIDOS
               ' SELECIONADOS: ' WS-SELECIONADOS
           STOP RUN.

       CAPTURAR-FILTROS.
           DISPLAY 'DATA INICIAL YYYYMMDD (VAZIO = TODAS): '
           ACCEPT WRK-DATA-INI-X FROM CONSOLE
           IF WRK-DATA-INI-X NOT = SPACES
               MOVE WRK-DATA-INI-X TO WRK-DATA-INI
           END-IF
           DISPLAY 'DATA FINAL YYYYMMDD (VAZIO = TODAS): '
           ACCEPT WRK-DATA-FIM-X FROM CONSOLE
           IF WRK-DATA-FIM-X NOT = SPACES
               MOVE WRK-DATA-FIM-X TO WRK-DATA-FIM
           END-IF
           DISPLAY 'OPERADOR (VAZIO = TODOS): '
           ACCEPT WRK-OPERADOR FROM CONSOLE
           DISPLAY 'ACAO (VAZIO = TODAS): '
           ACCEPT WRK-ACAO FROM CONSOLE
           DISPLAY 'NOME COMPLETO OU PARCIAL (VAZIO = TODOS): '
           ACCEPT WRK-NOME FROM CONSOLE
           MOVE ZEROS TO WRK-TAM
           PERFORM VARYING WRK-TAM FROM 20 BY -1
                   UNTIL WRK-TAM < 1
                   OR WRK-NOME(WRK-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       SELECIONAR-REGISTRO.
           IF AUD-DATA < WRK-DATA-INI
               OR AUD-DATA > WRK-DATA-FIM
               CONTINUE
           ELSE
               IF WRK-OPERADOR NOT = SPACES
                   AND AUD-OPERADOR NOT = WRK-OPERADOR
                   CONTINUE
               ELSE
                   IF WRK-ACAO NOT = SPACES
                       AND AUD-ACAO NOT = WRK-ACAO
                       CONTINUE
                   ELSE
                       IF WRK-TAM > 0
                           AND AUD-NOME(1:WRK-TAM)
                               NOT = WRK-NOME(1:WRK-TAM)
                           CONTINUE
                       ELSE
                           PERFORM IMPRIMIR-DETALHE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-CABECALHO.
           ADD 1 TO WS-PAGINA
           MOVE ZEROS TO WS-LINHAS-PAG
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'AUDITINQ - CONSULTA DE AUDITORIA'
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
           MOVE '  DATA     HORA     OPERADOR             '
               TO WS-REPORT-LINE
           MOVE 'NOME                 ACAO'
               TO WS-REPORT-LINE(42:)
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       IMPRIMIR-DETALHE.
           ADD 1 TO WS-SELECIONADOS
           IF WS-LINHAS-PAG >= WS-MAX-LINHAS
               PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  ' DELIMITED BY SIZE
               AUD-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AUD-HORA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AUD-OPERADOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AUD-NOME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AUD-ACAO DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINHAS-PAG.

       IMPRIMIR-RODAPE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REGISTROS LIDOS: ' DELIMITED BY SIZE
               WS-LIDOS DELIMITED BY SIZE
               '   SELECIONADOS: ' DELIMITED BY SIZE
               WS-SELECIONADOS DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-REPORT-LINE TO RPT-LINE
           WRITE RPT-LINE.
