       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENREG.

      ***********************************
      * Shared generation registrar:    *
      * records a dated output file in  *
      * the GENCAT catalog so recovery  *
      * and retention know which        *
      * generations exist and which     *
      * ones are good                   *
      * funcao: R registra/substitui a  *
      *         geracao inteira         *
      *         A acumula contagem e    *
      *         total numa geracao      *
      *         aberta em extend        *
      * resultado: Y gravada            *
      *            E falha no catalogo  *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CATALOG ASSIGN TO "GENCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-CHAVE
               FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CATALOG.
       01  GEN-RECORD.
           COPY "GENREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-GEN-STATUS PIC XX VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-HORA-EXEC PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-FUNCAO PIC X.
       01  LK-GERACAO.
           COPY "GENREC.cpy" REPLACING LEADING ==GEN-== BY ==LK-GEN-==.
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-FUNCAO LK-GERACAO LK-RESULTADO.
       REGISTRAR-GERACAO.
           MOVE 'E' TO LK-RESULTADO
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           ACCEPT WS-HORA-EXEC FROM TIME
           OPEN I-O GEN-CATALOG
           IF WS-GEN-STATUS = '35'
               OPEN OUTPUT GEN-CATALOG
               CLOSE GEN-CATALOG
               OPEN I-O GEN-CATALOG
           END-IF
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY 'ERRO.. GENCAT INDISPONIVEL, STATUS '
                   WS-GEN-STATUS
           ELSE
               MOVE LK-GEN-CHAVE TO GEN-CHAVE
               READ GEN-CATALOG
                   INVALID KEY
                       PERFORM INCLUIR-GERACAO
                   NOT INVALID KEY
                       PERFORM ATUALIZAR-GERACAO
               END-READ
               CLOSE GEN-CATALOG
           END-IF.

       FIM-GENREG.
           GOBACK.

       INCLUIR-GERACAO.
           MOVE LK-GERACAO TO GEN-RECORD
           MOVE WS-DATA-EXEC TO GEN-DATA-CRIACAO
           MOVE WS-HORA-EXEC TO GEN-HORA-CRIACAO
           MOVE WS-DATA-EXEC TO GEN-DATA-ATUAL
           MOVE WS-HORA-EXEC TO GEN-HORA-ATUAL
           WRITE GEN-RECORD
           PERFORM CONFERIR-GRAVACAO.

      * a file rewritten under the same name (a rerun of the extract
      * or the backup) replaces the entry; a file the program keeps
      * extending (journal, archive) adds to it. A generation marked
      * suspect stays suspect until a clean replacement arrives.
       ATUALIZAR-GERACAO.
           IF LK-FUNCAO = 'A'
               ADD LK-GEN-CONTAGEM TO GEN-CONTAGEM
               ADD LK-GEN-TOTAL TO GEN-TOTAL
               IF LK-GEN-MAIOR-ID > GEN-MAIOR-ID
                   MOVE LK-GEN-MAIOR-ID TO GEN-MAIOR-ID
               END-IF
               IF GEN-SITUACAO = 'E'
                   MOVE LK-GEN-SITUACAO TO GEN-SITUACAO
               END-IF
           ELSE
               MOVE LK-GEN-DATA TO GEN-DATA
               MOVE LK-GEN-CONTAGEM TO GEN-CONTAGEM
               MOVE LK-GEN-TOTAL TO GEN-TOTAL
               MOVE LK-GEN-MAIOR-ID TO GEN-MAIOR-ID
               MOVE LK-GEN-SITUACAO TO GEN-SITUACAO
               MOVE WS-DATA-EXEC TO GEN-DATA-CRIACAO
               MOVE WS-HORA-EXEC TO GEN-HORA-CRIACAO
           END-IF
           MOVE LK-GEN-PROGRAMA TO GEN-PROGRAMA
           MOVE WS-DATA-EXEC TO GEN-DATA-ATUAL
           MOVE WS-HORA-EXEC TO GEN-HORA-ATUAL
           REWRITE GEN-RECORD
           PERFORM CONFERIR-GRAVACAO.

       CONFERIR-GRAVACAO.
           IF WS-GEN-STATUS = '00'
               MOVE 'Y' TO LK-RESULTADO
           ELSE
               DISPLAY 'ERRO.. FALHA AO CATALOGAR ' LK-GEN-ARQUIVO
                   ' STATUS ' WS-GEN-STATUS
           END-IF.
