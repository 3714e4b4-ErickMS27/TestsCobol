       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPMNT.

      ***********************************
      * Exception list maintenance:     *
      * include, expire and inquire     *
      * entries on EXCPMAST, plus the   *
      * one-off load from the legacy    *
      * EXCPFILE flat list              *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-NOME
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT LEGACY-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-MASTER.
       01  EX-RECORD.
           COPY "EXCPREC.cpy".

       FD  LEGACY-FILE.
       01  LEG-RECORD PIC X(20).

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-EXCP-STATUS PIC XX VALUE SPACES.
       77 WS-LEGACY-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO PIC X(4) VALUE SPACES.
       77 WRK-DATA-INICIO-X PIC X(8) VALUE SPACES.
       77 WRK-DATA-FIM-X PIC X(8) VALUE SPACES.
       77 WS-VALID-NOME PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-CARREGADOS PIC 9(8) VALUE ZEROS.
       77 WS-IGNORADOS PIC 9(8) VALUE ZEROS.
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
               DISPLAY 'ERRO.. LISTA DE EXCECOES RESTRITA A '
                   'SUPERVISORES'
               MOVE SPACES TO WRK-NOME
               MOVE 'NEGADO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           DISPLAY 'FUNCAO (I-INCLUIR E-EXPIRAR C-CONSULTAR '
               'G-CARGA LEGADO): '
           ACCEPT WRK-FUNCAO FROM CONSOLE

           OPEN I-O EXCEPTION-MASTER
           IF WS-EXCP-STATUS = '35'
               OPEN OUTPUT EXCEPTION-MASTER
               CLOSE EXCEPTION-MASTER
               OPEN I-O EXCEPTION-MASTER
           END-IF
           IF WS-EXCP-STATUS NOT = '00'
               DISPLAY 'ERRO.. EXCPMAST INDISPONIVEL, STATUS '
                   WS-EXCP-STATUS
               STOP RUN
           END-IF

           EVALUATE WRK-FUNCAO
               WHEN 'I'
                   PERFORM INCLUIR-EXCECAO
               WHEN 'E'
                   PERFORM EXPIRAR-EXCECAO
               WHEN 'C'
                   PERFORM CONSULTAR-EXCECAO
               WHEN 'G'
                   PERFORM CARREGAR-LEGADO
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA'
           END-EVALUATE

           CLOSE EXCEPTION-MASTER
           STOP RUN.

       CAPTURAR-NOME.
           MOVE 'N' TO WS-VALID-NOME
           PERFORM UNTIL WS-VALID-NOME = 'Y'
               DISPLAY 'NOME.. '
               ACCEPT WRK-NOME FROM CONSOLE
               CALL 'NAMEVAL' USING WRK-NOME WS-VALID-NOME
               IF WS-VALID-NOME NOT = 'Y'
                   DISPLAY 'ERRO.. NOME INVALIDO, DIGITE APENAS LETRAS'
               END-IF
           END-PERFORM.

       INCLUIR-EXCECAO.
           PERFORM CAPTURAR-NOME
           MOVE WRK-NOME TO EX-NOME
           READ EXCEPTION-MASTER
               INVALID KEY
                   DISPLAY 'CODIGO DO MOTIVO.. '
                   ACCEPT WRK-MOTIVO FROM CONSOLE
                   DISPLAY 'DATA INICIO YYYYMMDD (VAZIO = HOJE): '
                   ACCEPT WRK-DATA-INICIO-X FROM CONSOLE
                   DISPLAY 'DATA FIM YYYYMMDD (VAZIO = SEM FIM): '
                   ACCEPT WRK-DATA-FIM-X FROM CONSOLE
                   MOVE WRK-NOME TO EX-NOME
                   MOVE WRK-MOTIVO TO EX-MOTIVO
                   IF WRK-DATA-INICIO-X = SPACES
                       MOVE WS-DATA-EXEC TO EX-DATA-INICIO
                   ELSE
                       MOVE WRK-DATA-INICIO-X TO EX-DATA-INICIO
                   END-IF
                   IF WRK-DATA-FIM-X = SPACES
                       MOVE ZEROS TO EX-DATA-FIM
                   ELSE
                       MOVE WRK-DATA-FIM-X TO EX-DATA-FIM
                   END-IF
                   WRITE EX-RECORD
                   IF WS-EXCP-STATUS = '00'
                       MOVE 'EXC-INCL' TO WS-ACAO-TXT
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY 'EXCECAO INCLUIDA'
                   ELSE
                       DISPLAY 'ERRO.. FALHA AO GRAVAR EXCECAO'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ERRO.. NOME JA CONSTA NA LISTA, MOTIVO '
                       EX-MOTIVO
           END-READ.

       EXPIRAR-EXCECAO.
           PERFORM CAPTURAR-NOME
           MOVE WRK-NOME TO EX-NOME
           READ EXCEPTION-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. NOME NAO CONSTA NA LISTA'
               NOT INVALID KEY
                   MOVE WS-DATA-EXEC TO EX-DATA-FIM
                   REWRITE EX-RECORD
                   IF WS-EXCP-STATUS = '00'
                       MOVE 'EXC-EXPIRA' TO WS-ACAO-TXT
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY 'EXCECAO EXPIRADA EM ' EX-DATA-FIM
                   ELSE
                       DISPLAY 'ERRO.. FALHA AO EXPIRAR EXCECAO'
                   END-IF
           END-READ.

       CONSULTAR-EXCECAO.
           PERFORM CAPTURAR-NOME
           MOVE WRK-NOME TO EX-NOME
           READ EXCEPTION-MASTER
               INVALID KEY
                   DISPLAY 'NOME NAO CONSTA NA LISTA'
               NOT INVALID KEY
                   DISPLAY 'NOME....... ' EX-NOME
                   DISPLAY 'MOTIVO..... ' EX-MOTIVO
                   DISPLAY 'INICIO..... ' EX-DATA-INICIO
                   DISPLAY 'FIM........ ' EX-DATA-FIM
           END-READ.

      * one-off conversion of the legacy 20-byte flat list; entries
      * already on the keyed file are left untouched
       CARREGAR-LEGADO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LEGACY-FILE
           IF WS-LEGACY-STATUS NOT = '00'
               DISPLAY 'ERRO.. EXCPFILE NAO ENCONTRADO'
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LEGACY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE LEG-RECORD TO EX-NOME
                       MOVE 'MIGR' TO EX-MOTIVO
                       MOVE WS-DATA-EXEC TO EX-DATA-INICIO
                       MOVE ZEROS TO EX-DATA-FIM
                       WRITE EX-RECORD
                       IF WS-EXCP-STATUS = '00'
                           ADD 1 TO WS-CARREGADOS
                       ELSE
                           ADD 1 TO WS-IGNORADOS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LEGACY-STATUS NOT = '35'
               CLOSE LEGACY-FILE
           END-IF
           DISPLAY 'CARGA DO LEGADO - INCLUIDOS: ' WS-CARREGADOS
               ' JA EXISTENTES: ' WS-IGNORADOS
           MOVE SPACES TO WRK-NOME
           MOVE 'EXC-CARGA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

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
