       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEINQ.

      ***********************************
      * Customer inquiry by last name;  *
      * each customer shown is followed *
      * by the other members of the     *
      * household on DOMICIL            *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

      * the household members are read through their own paths so
      * the browse position on NAME-MASTER is never disturbed
           SELECT HOUSEHOLD-FILE ASSIGN TO "DOMICIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOM-ID
               ALTERNATE RECORD KEY IS DOM-CHAVE
               FILE STATUS IS WS-DOM-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-ID
               ALTERNATE RECORD KEY IS MBR-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MBR-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MEMBRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  HOUSEHOLD-FILE.
       01  DOM-RECORD.
           COPY "DOMREC.cpy".

       FD  MEMBER-MASTER.
       01  MBR-RECORD.
           COPY "CUSTREC.cpy" REPLACING LEADING ==CUST-== BY ==MBR-==.

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-DOM-STATUS PIC XX VALUE SPACES.
       77 WS-MEMBRO-STATUS PIC XX VALUE SPACES.
       77 WS-DOMICILIO PIC X VALUE 'N'.
       77 WS-CHAVE PIC X(38) VALUE SPACES.
       77 WS-SUB PIC 99 VALUE ZEROS.
       77 WRK-NOME PIC X(20) VALUE SPACES.
       77 WRK-TAM PIC 99 VALUE ZEROS.
       77 WRK-OPCAO PIC X VALUE SPACE.
       77 WRK-MODO PIC X VALUE 'P'.
       77 WRK-FONKEY PIC X(4) VALUE SPACES.
       77 WS-FIM-CONSULTA PIC X VALUE 'N'.
       77 WS-FIM-LISTA PIC X VALUE 'N'.
       77 WS-LINHAS PIC 99 VALUE ZEROS.
       77 WS-MAX-LINHAS PIC 99 VALUE 10.
       77 WS-MOSTRADOS PIC 9(4) VALUE ZEROS.
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
           OPEN INPUT NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
      * without DOMICIL (NAMEDOM not yet run) the inquiry works as
      * before, just without the household lines
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-DOM-STATUS = '00'
               OPEN INPUT MEMBER-MASTER
               IF WS-MEMBRO-STATUS = '00'
                   MOVE 'Y' TO WS-DOMICILIO
               ELSE
                   CLOSE HOUSEHOLD-FILE
               END-IF
           END-IF

           PERFORM UNTIL WS-FIM-CONSULTA = 'Y'
               DISPLAY 'CONSULTA (P-PREFIXO S-SONORA): '
               MOVE 'P' TO WRK-MODO
               ACCEPT WRK-MODO FROM CONSOLE
               IF WRK-MODO = 'S'
                   DISPLAY 'NOME APROXIMADO (VAZIO P/ SAIR): '
               ELSE
                   DISPLAY 'NOME COMPLETO OU PARCIAL (VAZIO P/ '
                       'SAIR): '
               END-IF
               MOVE SPACES TO WRK-NOME
               ACCEPT WRK-NOME FROM CONSOLE
               IF WRK-NOME = SPACES
                   MOVE 'Y' TO WS-FIM-CONSULTA
               ELSE
                   PERFORM MEDIR-ARGUMENTO
                   IF WRK-MODO = 'S'
                       PERFORM CONSULTAR-SONORA
                   ELSE
                       PERFORM CONSULTAR-NOME
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAME-MASTER
           IF WS-DOMICILIO = 'Y'
               CLOSE HOUSEHOLD-FILE
               CLOSE MEMBER-MASTER
           END-IF
           STOP RUN.

       MEDIR-ARGUMENTO.
           MOVE ZEROS TO WRK-TAM
           PERFORM VARYING WRK-TAM FROM 20 BY -1
                   UNTIL WRK-TAM < 1
                   OR WRK-NOME(WRK-TAM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       CONSULTAR-NOME.
           MOVE WRK-NOME TO CUST-LAST-NAME
           START NAME-MASTER KEY NOT < CUST-LAST-NAME
               INVALID KEY
                   DISPLAY 'NENHUM CLIENTE A PARTIR DE ' WRK-NOME
           END-START
           PERFORM NAVEGAR-LISTA.

      * sounds-like browse: positions on the phonetic key of the
      * argument so SMITH finds SMYTH and company
       CONSULTAR-SONORA.
           CALL 'NAMESND' USING WRK-NOME WRK-FONKEY
           MOVE WRK-FONKEY TO CUST-FONKEY
           START NAME-MASTER KEY NOT < CUST-FONKEY
               INVALID KEY
                   DISPLAY 'NENHUM CLIENTE SOA COMO ' WRK-NOME
           END-START
           PERFORM NAVEGAR-LISTA.

       NAVEGAR-LISTA.
           IF WS-MASTER-STATUS = '00'
               MOVE 'N' TO WS-FIM-LISTA
               MOVE ZEROS TO WS-MOSTRADOS
               PERFORM MOSTRAR-PAGINA
               PERFORM UNTIL WS-FIM-LISTA = 'Y'
                   DISPLAY 'F-AVANCAR B-RETROCEDER X-NOVA CONSULTA: '
                   MOVE SPACE TO WRK-OPCAO
                   ACCEPT WRK-OPCAO FROM CONSOLE
                   EVALUATE WRK-OPCAO
                       WHEN 'F'
                           PERFORM MOSTRAR-PAGINA
                       WHEN 'B'
                           PERFORM RETROCEDER-PAGINA
                       WHEN 'X'
                           MOVE 'Y' TO WS-FIM-LISTA
                       WHEN OTHER
                           DISPLAY 'ERRO.. OPCAO INVALIDA'
                   END-EVALUATE
               END-PERFORM
               IF WS-MOSTRADOS = ZEROS
                   DISPLAY 'NENHUM CLIENTE ENCONTRADO PARA ' WRK-NOME
               END-IF
           END-IF.

       MOSTRAR-PAGINA.
           MOVE ZEROS TO WS-LINHAS
           PERFORM UNTIL WS-LINHAS >= WS-MAX-LINHAS
               READ NAME-MASTER NEXT RECORD
                   AT END
                       DISPLAY '*** FIM DO ARQUIVO ***'
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MOSTRAR-CLIENTE
               END-READ
           END-PERFORM.

       RETROCEDER-PAGINA.
           MOVE ZEROS TO WS-LINHAS
           PERFORM UNTIL WS-LINHAS >= WS-MAX-LINHAS
               READ NAME-MASTER PREVIOUS RECORD
                   AT END
                       DISPLAY '*** INICIO DO ARQUIVO ***'
                       EXIT PERFORM
                   NOT AT END
                       PERFORM MOSTRAR-CLIENTE
               END-READ
           END-PERFORM.

       MOSTRAR-CLIENTE.
           IF (WRK-MODO = 'S' AND CUST-FONKEY NOT = WRK-FONKEY)
               OR (WRK-MODO NOT = 'S' AND WRK-TAM > 0
               AND CUST-LAST-NAME(1:WRK-TAM) NOT = WRK-NOME(1:WRK-TAM))
               MOVE WS-MAX-LINHAS TO WS-LINHAS
               DISPLAY '*** FIM DOS NOMES CORRESPONDENTES ***'
           ELSE
               IF CUST-STATUS NOT = 'I'
                   DISPLAY CUST-ID ' ' CUST-LAST-NAME ' '
                       CUST-FIRST-NAME ' ' CUST-MI ' '
                       CUST-DATE-ADDED
                   DISPLAY '       ' CUST-ENDERECO ' '
                       CUST-CIDADE ' ' CUST-UF ' '
                       CUST-CEP ' ' CUST-FONE
                   IF WS-DOMICILIO = 'Y'
                       PERFORM MOSTRAR-DOMICILIO
                   END-IF
                   ADD 1 TO WS-LINHAS
                   ADD 1 TO WS-MOSTRADOS
               END-IF
           END-IF.

       MOSTRAR-DOMICILIO.
           IF CUST-ENDERECO = SPACES OR CUST-CEP = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL 'ADDRNRM' USING CUST-ENDERECO CUST-CEP WS-CHAVE
           MOVE WS-CHAVE TO DOM-CHAVE
           READ HOUSEHOLD-FILE KEY IS DOM-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF DOM-QTD-MEMBROS < 2
               EXIT PARAGRAPH
           END-IF
           DISPLAY '       DOMICILIO ' DOM-ID ' - MORAM TAMBEM:'
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > DOM-QTD-MEMBROS
               IF DOM-MEMBRO-ID(WS-SUB) NOT = CUST-ID
                   PERFORM MOSTRAR-MEMBRO
               END-IF
           END-PERFORM.

       MOSTRAR-MEMBRO.
           MOVE DOM-MEMBRO-ID(WS-SUB) TO MBR-ID
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY '         ' MBR-ID ' (NAO ENCONTRADO)'
               NOT INVALID KEY
                   DISPLAY '         ' MBR-ID ' ' MBR-LAST-NAME ' '
                       MBR-FIRST-NAME ' ' MBR-MI
           END-READ.
