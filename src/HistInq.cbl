       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTINQ.

      ***********************************
      * Customer change-history inquiry *
      * over NAMEHIST: lists the change *
      * entries for a customer and      *
      * replays the after images to     *
      * show the record as of any given *
      * date                            *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "NAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           COPY "HISTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-HIST-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-FIM-CONSULTA PIC X VALUE 'N'.
       77 WRK-ID PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-REF-X PIC X(8) VALUE SPACES.
       77 WRK-DATA-REF PIC 9(8) VALUE ZEROS.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-ENTRADAS PIC 9(6) VALUE ZEROS.
       77 WS-ACHOU-IMAGEM PIC X VALUE 'N'.
       01  WS-CLIENTE-REF.
           COPY "CUSTREC.cpy".

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           CALL 'NAMESGN' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y'
               DISPLAY 'ERRO.. ACESSO NEGADO'
               STOP RUN
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           PERFORM UNTIL WS-FIM-CONSULTA = 'Y'
               DISPLAY 'ID DO CLIENTE (0 P/ SAIR).. '
               MOVE ZEROS TO WRK-ID
               ACCEPT WRK-ID FROM CONSOLE
               IF WRK-ID = ZEROS
                   MOVE 'Y' TO WS-FIM-CONSULTA
               ELSE
                   DISPLAY 'DATA DE REFERENCIA YYYYMMDD '
                       '(VAZIO = HOJE): '
                   MOVE SPACES TO WRK-DATA-REF-X
                   ACCEPT WRK-DATA-REF-X FROM CONSOLE
                   IF WRK-DATA-REF-X = SPACES
                       MOVE WS-DATA-EXEC TO WRK-DATA-REF
                   ELSE
                       MOVE WRK-DATA-REF-X TO WRK-DATA-REF
                   END-IF
                   PERFORM CONSULTAR-HISTORICO
               END-IF
           END-PERFORM
           STOP RUN.

      * replay: the after image of the last entry dated on or before
      * the reference date is how the record looked at that date
       CONSULTAR-HISTORICO.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-ACHOU-IMAGEM
           MOVE ZEROS TO WS-ENTRADAS
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEHIST INDISPONIVEL, STATUS '
                   WS-HIST-STATUS
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'HISTORICO DO CLIENTE ' WRK-ID ' ATE '
               WRK-DATA-REF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HIST-CUST-ID = WRK-ID
                           AND HIST-DATA NOT > WRK-DATA-REF
                           PERFORM APLICAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-ACHOU-IMAGEM = 'Y'
               PERFORM MOSTRAR-IMAGEM
           ELSE
               DISPLAY 'SEM HISTORICO ATE A DATA INFORMADA'
           END-IF.

       APLICAR-ENTRADA.
           ADD 1 TO WS-ENTRADAS
           DISPLAY '  ' HIST-DATA ' ' HIST-HORA ' '
               HIST-ACAO ' ' HIST-OPERADOR
           MOVE HIST-DEPOIS(1:168) TO WS-CLIENTE-REF
           MOVE 'Y' TO WS-ACHOU-IMAGEM.

       MOSTRAR-IMAGEM.
           DISPLAY 'SITUACAO DO REGISTRO EM ' WRK-DATA-REF ':'
           DISPLAY 'ID......... ' CUST-ID
           DISPLAY 'NOME....... ' CUST-LAST-NAME
           DISPLAY 'PRENOME.... ' CUST-FIRST-NAME
           DISPLAY 'INICIAL.... ' CUST-MI
           DISPLAY 'ENDERECO... ' CUST-ENDERECO
           DISPLAY 'CIDADE..... ' CUST-CIDADE
           DISPLAY 'UF......... ' CUST-UF
           DISPLAY 'CEP........ ' CUST-CEP
           DISPLAY 'TELEFONE... ' CUST-FONE
           DISPLAY 'STATUS..... ' CUST-STATUS
           DISPLAY 'STATUS EM.. ' CUST-STATUS-DATE
           DISPLAY 'OPERADOR... ' CUST-STATUS-OPER
           DISPLAY 'ENTRADAS... ' WS-ENTRADAS.
