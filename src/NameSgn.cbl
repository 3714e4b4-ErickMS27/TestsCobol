       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESGN.

      ***********************************
      * Shared operator sign-on: asks   *
      * for id and password, validates  *
      * against OPERMAST and returns    *
      * the operator's authority level. *
      * Failed attempts accumulate on   *
      * the operator record across      *
      * sessions and lock the id until  *
      * a supervisor releases it in     *
      * OPERMNT; an expired password    *
      * must be changed at sign-on and  *
      * cannot repeat the recent ones   *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       01  OP-RECORD.
           COPY "OPERREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WRK-ID PIC X(8) VALUE SPACES.
       77 WRK-SENHA PIC X(8) VALUE SPACES.
       77 WRK-SENHA-NOVA PIC X(8) VALUE SPACES.
       77 WRK-SENHA-CONF PIC X(8) VALUE SPACES.
       77 WS-TENTATIVAS PIC 9 VALUE ZERO.
       77 WS-TROCAS PIC 9 VALUE ZERO.
       77 WS-MAX-FALHAS PIC 99 VALUE 5.
       77 WS-DIAS-VALIDADE PIC 9(3) VALUE 90.
       77 WS-DATA-HOJE PIC 9(8) VALUE ZEROS.
       77 WS-INT-EXPIRA PIC 9(8) VALUE ZEROS.
       77 WS-TROCA-OK PIC X VALUE 'N'.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(20).
       01  LK-NIVEL PIC 9.
       01  LK-AUTORIZADO PIC X.

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL LK-AUTORIZADO.
       EFETUAR-LOGON.
           MOVE 'N' TO LK-AUTORIZADO
           MOVE ZERO TO LK-NIVEL
           MOVE SPACES TO LK-OPERADOR
           MOVE ZERO TO WS-TENTATIVAS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'ERRO.. OPERMAST INDISPONIVEL, STATUS '
                   WS-OPER-STATUS
           ELSE
               PERFORM UNTIL LK-AUTORIZADO = 'Y'
                       OR WS-TENTATIVAS >= 3
                   ADD 1 TO WS-TENTATIVAS
                   DISPLAY 'OPERADOR.. '
                   ACCEPT WRK-ID FROM CONSOLE
                   DISPLAY 'SENHA.. '
                   ACCEPT WRK-SENHA FROM CONSOLE
                   PERFORM VALIDAR-OPERADOR
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF
           GO TO FIM-NAMESGN.

       VALIDAR-OPERADOR.
           MOVE WRK-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   PERFORM REGISTRAR-FALHA
               NOT INVALID KEY
                   PERFORM CONFERIR-SENHA
           END-READ.

       CONFERIR-SENHA.
           IF OPER-BLOQUEADO = 'Y'
               DISPLAY 'ERRO.. OPERADOR BLOQUEADO, PROCURE UM '
                   'SUPERVISOR'
               PERFORM REGISTRAR-FALHA
               EXIT PARAGRAPH
           END-IF
           IF OPER-SENHA NOT = WRK-SENHA
               PERFORM REGISTRAR-FALHA
               PERFORM CONTABILIZAR-FALHA
               EXIT PARAGRAPH
           END-IF
           IF OPER-FALHAS NOT = ZEROS
               MOVE ZEROS TO OPER-FALHAS
               REWRITE OP-RECORD
           END-IF
           IF OPER-DATA-EXPIRA = ZEROS
               OR OPER-DATA-EXPIRA < WS-DATA-HOJE
               DISPLAY 'SENHA EXPIRADA, TROCA OBRIGATORIA'
               PERFORM TROCAR-SENHA
               IF WS-TROCA-OK NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO LK-AUTORIZADO
           MOVE OPER-NIVEL TO LK-NIVEL
           MOVE WRK-ID TO LK-OPERADOR.

      * the failure count lives on the operator record, so it is not
      * forgotten when the program is rerun; at the limit the id locks
      * until OPERMNT releases it
       CONTABILIZAR-FALHA.
           ADD 1 TO OPER-FALHAS
           IF OPER-FALHAS >= WS-MAX-FALHAS
               MOVE 'Y' TO OPER-BLOQUEADO
               DISPLAY 'ERRO.. OPERADOR BLOQUEADO APOS '
                   OPER-FALHAS ' FALHAS'
               MOVE 'BLOQUEIO' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
           END-IF
           REWRITE OP-RECORD
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'ERRO.. FALHA AO ATUALIZAR OPERADOR, STATUS '
                   WS-OPER-STATUS
           END-IF.

       TROCAR-SENHA.
           MOVE 'N' TO WS-TROCA-OK
           MOVE ZERO TO WS-TROCAS
           PERFORM UNTIL WS-TROCA-OK = 'Y' OR WS-TROCAS >= 3
               ADD 1 TO WS-TROCAS
               DISPLAY 'NOVA SENHA.. '
               ACCEPT WRK-SENHA-NOVA FROM CONSOLE
               DISPLAY 'CONFIRME A NOVA SENHA.. '
               ACCEPT WRK-SENHA-CONF FROM CONSOLE
               PERFORM CONFERIR-SENHA-NOVA
           END-PERFORM
           IF WS-TROCA-OK = 'Y'
               MOVE OPER-SENHA-ANT1 TO OPER-SENHA-ANT2
               MOVE OPER-SENHA TO OPER-SENHA-ANT1
               MOVE WRK-SENHA-NOVA TO OPER-SENHA
               MOVE WS-DATA-HOJE TO OPER-DATA-TROCA
               COMPUTE WS-INT-EXPIRA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-DIAS-VALIDADE
               COMPUTE OPER-DATA-EXPIRA =
                   FUNCTION DATE-OF-INTEGER(WS-INT-EXPIRA)
               REWRITE OP-RECORD
               IF WS-OPER-STATUS = '00'
                   DISPLAY 'SENHA TROCADA, VALIDA ATE '
                       OPER-DATA-EXPIRA
                   MOVE 'TROCASENHA' TO WS-ACAO-TXT
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   DISPLAY 'ERRO.. FALHA AO GRAVAR NOVA SENHA, '
                       'STATUS ' WS-OPER-STATUS
                   MOVE 'N' TO WS-TROCA-OK
               END-IF
           END-IF.

      * a new password may not repeat the current one nor the two
      * previous ones kept on the record
       CONFERIR-SENHA-NOVA.
           IF WRK-SENHA-NOVA = SPACES
               DISPLAY 'ERRO.. SENHA NAO PODE SER VAZIA'
               EXIT PARAGRAPH
           END-IF
           IF WRK-SENHA-NOVA NOT = WRK-SENHA-CONF
               DISPLAY 'ERRO.. CONFIRMACAO NAO CONFERE'
               EXIT PARAGRAPH
           END-IF
           IF WRK-SENHA-NOVA = OPER-SENHA
               OR WRK-SENHA-NOVA = OPER-SENHA-ANT1
               OR WRK-SENHA-NOVA = OPER-SENHA-ANT2
               DISPLAY 'ERRO.. SENHA JA UTILIZADA RECENTEMENTE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TROCA-OK.

       REGISTRAR-FALHA.
           DISPLAY 'ERRO.. OPERADOR OU SENHA INVALIDOS'
           MOVE 'LOGONFALHA' TO WS-ACAO-TXT
           PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WRK-ID TO AUD-OPERADOR
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

       FIM-NAMESGN.
           GOBACK.
