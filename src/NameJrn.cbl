       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEJRN.

      ***********************************
      * Shared forward-recovery journal *
      * writer: every successful master *
      * WRITE, REWRITE and DELETE is    *
      * appended to the day's dated     *
      * NAMEJRNL so NAMEFWD can roll a  *
      * restored backup forward; each   *
      * day's journal is catalogued in  *
      * GENCAT as it grows              *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO WS-JRNL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JRN-RECORD.
           COPY "JRNLREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-JRNL-STATUS PIC XX VALUE SPACES.
       77 WS-JRNL-FILENAME PIC X(30) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-GEN-FUNCAO PIC X VALUE 'A'.
       77 WS-GEN-RESULTADO PIC X VALUE SPACE.
       01  WS-GERACAO.
           COPY "GENREC.cpy" REPLACING LEADING ==GEN-== BY ==WS-GEN-==.

       LINKAGE SECTION.
       01  LK-ACAO PIC X.
       01  LK-OPERADOR PIC X(20).
       01  LK-CLIENTE.
           COPY "CUSTREC.cpy".

       PROCEDURE DIVISION USING LK-ACAO LK-OPERADOR LK-CLIENTE.
       GRAVAR-JORNAL.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           STRING 'NAMEJRNL.' DELIMITED BY SIZE
               WS-DATA-EXEC DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME
           END-STRING
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = '00'
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           MOVE WS-DATA-EXEC TO JRN-DATA
           ACCEPT JRN-HORA FROM TIME
           MOVE LK-OPERADOR TO JRN-OPERADOR
           MOVE LK-ACAO TO JRN-ACAO
           MOVE SPACES TO JRN-IMAGEM
           MOVE LK-CLIENTE TO JRN-IMAGEM(1:168)
           WRITE JRN-RECORD
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO GRAVAR JORNAL, STATUS '
                   WS-JRNL-STATUS
           ELSE
               PERFORM CATALOGAR-JORNAL
           END-IF
           CLOSE JOURNAL-FILE.

       FIM-NAMEJRN.
           GOBACK.

      * the journal grows all day, so each entry adds itself to the
      * day's catalogued count; the id sum lets a recovery tell a
      * truncated journal from a complete one
       CATALOGAR-JORNAL.
           INITIALIZE WS-GERACAO
           MOVE 'JRNL' TO WS-GEN-TIPO
           MOVE WS-JRNL-FILENAME TO WS-GEN-ARQUIVO
           MOVE WS-DATA-EXEC TO WS-GEN-DATA
           MOVE 1 TO WS-GEN-CONTAGEM
           MOVE LK-CLIENTE(1:6) TO WS-GEN-MAIOR-ID
           MOVE WS-GEN-MAIOR-ID TO WS-GEN-TOTAL
           MOVE 'NAMEJRN' TO WS-GEN-PROGRAMA
           MOVE 'B' TO WS-GEN-SITUACAO
           CALL 'GENREG' USING WS-GEN-FUNCAO WS-GERACAO
               WS-GEN-RESULTADO
           IF WS-GEN-RESULTADO NOT = 'Y'
               DISPLAY 'ATENCAO.. ' WS-JRNL-FILENAME
                   ' NAO FOI CATALOGADO'
           END-IF.
