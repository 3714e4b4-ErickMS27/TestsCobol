       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEXCP.

      ***********************************
      * Shared exception list lookup    *
      * against EXCPMAST, honouring     *
      * effective and expiry dates.     *
      * Matching is done on NAMENRM     *
      * normalized names, so case and   *
      * spacing variants no longer slip *
      * past the list. The list is read *
      * into storage on the first call  *
      * of the run and reused after     *
      * that, so a batch load costs one *
      * scan, not one per record        *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-NOME
               FILE STATUS IS WS-EXCP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER.
       01  EX-RECORD.
           COPY "EXCPREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EXCP-STATUS PIC XX VALUE SPACES.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WS-NOME-NORM PIC X(20) VALUE SPACES.
       77 WS-SUB PIC 9(3) VALUE ZEROS.
       77 WS-EXC-CARREGADA PIC X VALUE 'N'.
       01  WS-TABELA-EXCECOES.
           05  WS-EXC-QTD         PIC 9(3) VALUE ZEROS.
           05  WS-EXC-ENT OCCURS 500 TIMES.
               10  WS-EXC-NORM    PIC X(20).
               10  WS-EXC-INICIO  PIC 9(8).
               10  WS-EXC-FIM     PIC 9(8).

       LINKAGE SECTION.
       01  LK-NOME PIC X(20).
       01  LK-FLAGRADO PIC X.

       PROCEDURE DIVISION USING LK-NOME LK-FLAGRADO.
       VERIFICAR-EXCECAO.
           MOVE 'N' TO LK-FLAGRADO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-EXC-CARREGADA = 'N'
               PERFORM CARREGAR-TABELA
           END-IF
           CALL 'NAMENRM' USING LK-NOME WS-NOME-NORM
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-EXC-QTD
               IF WS-NOME-NORM = WS-EXC-NORM(WS-SUB)
                   AND WS-EXC-INICIO(WS-SUB) NOT > WS-DATA-HOJE
                   AND (WS-EXC-FIM(WS-SUB) = ZEROS
                   OR WS-EXC-FIM(WS-SUB) NOT < WS-DATA-HOJE)
                   MOVE 'Y' TO LK-FLAGRADO
                   MOVE WS-EXC-QTD TO WS-SUB
               END-IF
           END-PERFORM.

       FIM-NAMEXCP.
           GOBACK.

      * the dates stay on the table and are tested per call, so an
      * entry taking effect later today is still honoured
       CARREGAR-TABELA.
           MOVE ZEROS TO WS-EXC-QTD
           OPEN INPUT EXCEPTION-MASTER
           IF WS-EXCP-STATUS NOT = '00'
               MOVE 'Y' TO WS-EXC-CARREGADA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ EXCEPTION-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM GUARDAR-EXCECAO
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-MASTER
           MOVE 'Y' TO WS-EXC-CARREGADA.

      * a lookup that silently ignored part of the list would let
      * listed names through, so running out of table stops the run
       GUARDAR-EXCECAO.
           IF WS-EXC-QTD >= 500
               DISPLAY 'ERRO.. LISTA DE EXCECOES EXCEDE A TABELA '
                   'DE 500 ENTRADAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXC-QTD
           CALL 'NAMENRM' USING EX-NOME WS-EXC-NORM(WS-EXC-QTD)
           MOVE EX-DATA-INICIO TO WS-EXC-INICIO(WS-EXC-QTD)
           MOVE EX-DATA-FIM TO WS-EXC-FIM(WS-EXC-QTD).
