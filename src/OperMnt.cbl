       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.

      ***********************************
      * Operator master maintenance.    *
      * Needs a supervisor sign-on,     *
      * except the very first operator, *
      * created on an empty OPERMAST    *
      * always as a supervisor.         *
      * Passwords set here expire at    *
      * once, forcing the operator to   *
      * choose a fresh one at the next  *
      * sign-on; the D function frees   *
      * an id locked by failed logons   *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-VAZIO PIC X VALUE 'N'.
       77 WRK-FUNCAO PIC X VALUE SPACE.
       77 WRK-ID PIC X(8) VALUE SPACES.
       77 WRK-SENHA PIC X(8) VALUE SPACES.
       77 WRK-NIVEL PIC 9 VALUE ZERO.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WS-ACAO-TXT PIC X(10) VALUE SPACES.
       77 WS-OUTRO-SUP PIC X VALUE 'N'.
       77 WS-FIM-VARRE PIC X VALUE 'N'.
       77 WS-NIVEL-ATUAL PIC 9 VALUE ZERO.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD
           PERFORM VERIFICAR-VAZIO
           IF WS-VAZIO = 'Y'
               DISPLAY 'OPERMAST VAZIO - CADASTRE O PRIMEIRO '
                   'SUPERVISOR'
               OPEN I-O OPERATOR-MASTER
               PERFORM INCLUIR-PRIMEIRO
               CLOSE OPERATOR-MASTER
               STOP RUN
           END-IF

           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           IF WS-NIVEL < 3
               DISPLAY 'ERRO.. FUNCAO RESTRITA A SUPERVISORES'
               MOVE 'NEGADO' TO WS-ACAO-TXT
               MOVE SPACES TO WRK-ID
               PERFORM GRAVAR-AUDITORIA
               STOP RUN
           END-IF

           DISPLAY 'FUNCAO (I-INCLUIR A-ALTERAR E-EXCLUIR '
               'C-CONSULTAR D-DESBLOQUEAR): '
           ACCEPT WRK-FUNCAO FROM CONSOLE

           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'ERRO.. OPERMAST INDISPONIVEL, STATUS '
                   WS-OPER-STATUS
               STOP RUN
           END-IF

           EVALUATE WRK-FUNCAO
               WHEN 'I'
                   PERFORM INCLUIR-OPERADOR
               WHEN 'A'
                   PERFORM ALTERAR-OPERADOR
               WHEN 'E'
                   PERFORM EXCLUIR-OPERADOR
               WHEN 'C'
                   PERFORM CONSULTAR-OPERADOR
               WHEN 'D'
                   PERFORM DESBLOQUEAR-OPERADOR
               WHEN OTHER
                   DISPLAY 'ERRO.. FUNCAO INVALIDA'
           END-EVALUATE

           CLOSE OPERATOR-MASTER
           STOP RUN.

       VERIFICAR-VAZIO.
           MOVE 'N' TO WS-VAZIO
           OPEN INPUT OPERATOR-MASTER
           EVALUATE WS-OPER-STATUS
               WHEN '00'
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-VAZIO
                   END-READ
                   CLOSE OPERATOR-MASTER
               WHEN '35'
                   MOVE 'Y' TO WS-VAZIO
                   OPEN OUTPUT OPERATOR-MASTER
                   CLOSE OPERATOR-MASTER
               WHEN OTHER
                   DISPLAY 'ERRO.. OPERMAST INDISPONIVEL, STATUS '
                       WS-OPER-STATUS
                   STOP RUN
           END-EVALUATE.

       CAPTURAR-DADOS.
           DISPLAY 'SENHA.. '
           ACCEPT WRK-SENHA FROM CONSOLE
           DISPLAY 'NIVEL (1-CONSULTA 2-MANUTENCAO 3-SUPERVISOR): '
           ACCEPT WRK-NIVEL FROM CONSOLE
           DISPLAY 'NOME DO OPERADOR.. '
           ACCEPT WRK-NOME FROM CONSOLE.

       INCLUIR-PRIMEIRO.
           DISPLAY 'ID DO OPERADOR.. '
           ACCEPT WRK-ID FROM CONSOLE
           DISPLAY 'SENHA.. '
           ACCEPT WRK-SENHA FROM CONSOLE
           DISPLAY 'NOME DO OPERADOR.. '
           ACCEPT WRK-NOME FROM CONSOLE
           MOVE WRK-ID TO OPER-ID
           MOVE WRK-SENHA TO OPER-SENHA
           MOVE 3 TO OPER-NIVEL
           MOVE WRK-NOME TO OPER-NOME
           PERFORM INICIAR-CONTROLES-SENHA
           WRITE OP-RECORD
           IF WS-OPER-STATUS = '00'
               MOVE WRK-ID TO WS-OPERADOR
               MOVE 'OPER-INCL' TO WS-ACAO-TXT
               PERFORM GRAVAR-AUDITORIA
               DISPLAY 'SUPERVISOR INICIAL CADASTRADO'
           ELSE
               DISPLAY 'ERRO.. FALHA AO GRAVAR OPERADOR'
           END-IF.

       INCLUIR-OPERADOR.
           DISPLAY 'ID DO OPERADOR.. '
           ACCEPT WRK-ID FROM CONSOLE
           MOVE WRK-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   PERFORM CAPTURAR-DADOS
                   MOVE WRK-ID TO OPER-ID
                   MOVE WRK-SENHA TO OPER-SENHA
                   MOVE WRK-NIVEL TO OPER-NIVEL
                   MOVE WRK-NOME TO OPER-NOME
                   PERFORM INICIAR-CONTROLES-SENHA
                   WRITE OP-RECORD
                   IF WS-OPER-STATUS = '00'
                       MOVE 'OPER-INCL' TO WS-ACAO-TXT
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY 'OPERADOR INCLUIDO'
                   ELSE
                       DISPLAY 'ERRO.. FALHA AO GRAVAR OPERADOR'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'ERRO.. OPERADOR JA CADASTRADO'
           END-READ.

       ALTERAR-OPERADOR.
           DISPLAY 'ID DO OPERADOR.. '
           ACCEPT WRK-ID FROM CONSOLE
           MOVE WRK-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. OPERADOR NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE OPER-NIVEL TO WS-NIVEL-ATUAL
                   PERFORM CAPTURAR-DADOS
                   IF WS-NIVEL-ATUAL = 3 AND WRK-NIVEL < 3
                       PERFORM PROCURAR-OUTRO-SUPERVISOR
                   ELSE
                       MOVE 'Y' TO WS-OUTRO-SUP
                   END-IF
                   IF WS-OUTRO-SUP = 'N'
                       DISPLAY 'ERRO.. UNICO SUPERVISOR DO CADASTRO, '
                           'REBAIXAMENTO NAO PERMITIDO'
                   ELSE
                       IF WRK-SENHA NOT = OPER-SENHA
                           MOVE OPER-SENHA-ANT1 TO OPER-SENHA-ANT2
                           MOVE OPER-SENHA TO OPER-SENHA-ANT1
                           MOVE WS-DATA-EXEC TO OPER-DATA-TROCA
                           MOVE ZEROS TO OPER-DATA-EXPIRA
                       END-IF
                       MOVE WRK-ID TO OPER-ID
                       MOVE WRK-SENHA TO OPER-SENHA
                       MOVE WRK-NIVEL TO OPER-NIVEL
                       MOVE WRK-NOME TO OPER-NOME
                       REWRITE OP-RECORD
                       IF WS-OPER-STATUS = '00'
                           MOVE 'OPER-ALT' TO WS-ACAO-TXT
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY 'OPERADOR ALTERADO'
                       ELSE
                           DISPLAY 'ERRO.. FALHA AO ALTERAR OPERADOR'
                       END-IF
                   END-IF
           END-READ.

       EXCLUIR-OPERADOR.
           DISPLAY 'ID DO OPERADOR.. '
           ACCEPT WRK-ID FROM CONSOLE
           MOVE WRK-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. OPERADOR NAO ENCONTRADO'
               NOT INVALID KEY
                   IF OPER-NIVEL = 3
                       PERFORM PROCURAR-OUTRO-SUPERVISOR
                   ELSE
                       MOVE 'Y' TO WS-OUTRO-SUP
                   END-IF
                   IF WS-OUTRO-SUP = 'N'
                       DISPLAY 'ERRO.. UNICO SUPERVISOR DO CADASTRO, '
                           'EXCLUSAO NAO PERMITIDA'
                   ELSE
                       MOVE WRK-ID TO OPER-ID
                       DELETE OPERATOR-MASTER RECORD
                       IF WS-OPER-STATUS = '00'
                           MOVE 'OPER-EXCL' TO WS-ACAO-TXT
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY 'OPERADOR EXCLUIDO'
                       ELSE
                           DISPLAY 'ERRO.. FALHA AO EXCLUIR OPERADOR'
                       END-IF
                   END-IF
           END-READ.

      * a supervisor may only be removed while another one remains,
      * otherwise the maintenance functions would be locked for good
       PROCURAR-OUTRO-SUPERVISOR.
           MOVE 'N' TO WS-OUTRO-SUP
           MOVE 'N' TO WS-FIM-VARRE
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-MASTER KEY NOT < OPER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-VARRE
           END-START
           PERFORM UNTIL WS-FIM-VARRE = 'Y'
               READ OPERATOR-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-VARRE
                   NOT AT END
                       IF OPER-NIVEL = 3 AND OPER-ID NOT = WRK-ID
                           MOVE 'Y' TO WS-OUTRO-SUP
                           MOVE 'Y' TO WS-FIM-VARRE
                       END-IF
               END-READ
           END-PERFORM.

       CONSULTAR-OPERADOR.
           DISPLAY 'ID DO OPERADOR.. '
           ACCEPT WRK-ID FROM CONSOLE
           MOVE WRK-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'ID......... ' OPER-ID
                   DISPLAY 'NIVEL...... ' OPER-NIVEL
                   DISPLAY 'NOME....... ' OPER-NOME
                   DISPLAY 'TROCA...... ' OPER-DATA-TROCA
                   DISPLAY 'EXPIRA..... ' OPER-DATA-EXPIRA
                   DISPLAY 'FALHAS..... ' OPER-FALHAS
                   DISPLAY 'BLOQUEADO.. ' OPER-BLOQUEADO
           END-READ.

      * every password set through maintenance expires immediately -
      * date zero counts as expired at sign-on - so the operator must
      * pick one the supervisor never saw
       INICIAR-CONTROLES-SENHA.
           MOVE WS-DATA-EXEC TO OPER-DATA-TROCA
           MOVE ZEROS TO OPER-DATA-EXPIRA
           MOVE ZEROS TO OPER-FALHAS
           MOVE 'N' TO OPER-BLOQUEADO
           MOVE SPACES TO OPER-SENHA-ANT1
           MOVE SPACES TO OPER-SENHA-ANT2.

       DESBLOQUEAR-OPERADOR.
           DISPLAY 'ID DO OPERADOR.. '
           ACCEPT WRK-ID FROM CONSOLE
           MOVE WRK-ID TO OPER-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   DISPLAY 'ERRO.. OPERADOR NAO ENCONTRADO'
               NOT INVALID KEY
                   IF OPER-BLOQUEADO NOT = 'Y'
                       DISPLAY 'OPERADOR NAO ESTA BLOQUEADO'
                   ELSE
                       MOVE 'N' TO OPER-BLOQUEADO
                       MOVE ZEROS TO OPER-FALHAS
                       REWRITE OP-RECORD
                       IF WS-OPER-STATUS = '00'
                           MOVE 'DESBLOQ' TO WS-ACAO-TXT
                           PERFORM GRAVAR-AUDITORIA
                           DISPLAY 'OPERADOR DESBLOQUEADO'
                       ELSE
                           DISPLAY 'ERRO.. FALHA AO DESBLOQUEAR '
                               'OPERADOR'
                       END-IF
                   END-IF
           END-READ.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE WRK-ID TO AUD-NOME
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
