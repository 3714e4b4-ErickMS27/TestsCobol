       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEPURG.

      ***********************************
      * Scheduled purge of customers    *
      * inactive beyond the retention   *
      * window (soft-deleted records);  *
      * the window is counted in        *
      * business days via CALDIA        *
      * parametro: dias uteis de        *
      * retencao, padrao 63 (cerca de   *
      * tres meses)                     *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-MASTER ASSIGN TO "NAMEMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-LAST-NAME
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUST-FONKEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-MASTER.
       01  NM-RECORD.
           COPY "CUSTREC.cpy".

       FD  AUDIT-LOG.
       01  AUD-RECORD.
           COPY "AUDTREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-MASTER-STATUS PIC XX VALUE SPACES.
       77 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       77 WS-OPERADOR PIC X(20) VALUE SPACES.
       77 WS-PARM PIC X(3) VALUE SPACES.
       77 WS-DIAS-RETENCAO PIC 9(3) VALUE 63.
       77 WS-DATA-EXEC PIC 9(8) VALUE ZEROS.
       77 WS-DIAS-INATIVO PIC 9(8) VALUE ZEROS.
       77 WS-CAL-FUNCAO PIC X VALUE 'C'.
       77 WS-CAL-RESULTADO PIC X VALUE SPACE.
       77 WS-EOF PIC X VALUE 'N'.
       77 WS-LIDOS PIC 9(8) VALUE ZEROS.
       77 WS-EXPURGADOS PIC 9(8) VALUE ZEROS.
       77 WS-JRN-ACAO PIC X VALUE SPACE.
       77 WS-CLIENTE-EXP PIC X(168) VALUE SPACES.
       77 WS-NIVEL PIC 9 VALUE ZERO.
       77 WS-AUTORIZADO PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       CONTROLE-PRINCIPAL.
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           CALL 'NAMEAUT' USING WS-OPERADOR WS-NIVEL WS-AUTORIZADO
           IF WS-AUTORIZADO NOT = 'Y' OR WS-NIVEL < 3
               DISPLAY 'ERRO.. OPERADOR ' WS-OPERADOR
                   ' SEM AUTORIDADE PARA O EXPURGO'
               PERFORM GRAVAR-AUD-NEGADO
               STOP RUN
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               COMPUTE WS-DIAS-RETENCAO = FUNCTION NUMVAL(WS-PARM)
           END-IF
           ACCEPT WS-DATA-EXEC FROM DATE YYYYMMDD

           OPEN I-O NAME-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO.. NAMEMAST INDISPONIVEL, STATUS '
                   WS-MASTER-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDIT-LOG
               CLOSE AUDIT-LOG
               OPEN EXTEND AUDIT-LOG
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ NAME-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM AVALIAR-EXPURGO
               END-READ
           END-PERFORM

           CLOSE NAME-MASTER
           CLOSE AUDIT-LOG
           DISPLAY 'NAMEPURG - LIDOS: ' WS-LIDOS
               ' EXPURGADOS: ' WS-EXPURGADOS
               ' RETENCAO DIAS UTEIS: ' WS-DIAS-RETENCAO
           STOP RUN.

       GRAVAR-AUD-NEGADO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE SPACES TO AUD-NOME
           MOVE 'NEGADO' TO AUD-ACAO
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

      * a record whose status date cannot be read as a date is left
      * alone rather than purged on a guess
       AVALIAR-EXPURGO.
           IF CUST-STATUS = 'I'
               CALL 'CALDIA' USING WS-CAL-FUNCAO CUST-STATUS-DATE
                   WS-DATA-EXEC WS-DIAS-INATIVO WS-CAL-RESULTADO
               IF WS-CAL-RESULTADO NOT = 'Y'
                   DISPLAY 'AVISO.. ID ' CUST-ID
                       ' COM DATA DE STATUS INVALIDA: '
                       CUST-STATUS-DATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-DIAS-INATIVO > WS-DIAS-RETENCAO
                   PERFORM EXPURGAR-CLIENTE
               END-IF
           END-IF.

       EXPURGAR-CLIENTE.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR TO AUD-OPERADOR
           MOVE CUST-LAST-NAME TO AUD-NOME
           MOVE 'EXPURGO' TO AUD-ACAO
           MOVE NM-RECORD TO WS-CLIENTE-EXP
           DELETE NAME-MASTER RECORD
           IF WS-MASTER-STATUS = '00'
               ADD 1 TO WS-EXPURGADOS
               MOVE 'D' TO WS-JRN-ACAO
               CALL 'NAMEJRN' USING WS-JRN-ACAO WS-OPERADOR
                   WS-CLIENTE-EXP
               WRITE AUD-RECORD
               IF WS-AUDIT-STATUS NOT = '00'
                   DISPLAY 'AVISO.. FALHA AO GRAVAR AUDITORIA '
                       'PARA: ' AUD-NOME
               END-IF
           ELSE
               DISPLAY 'ERRO.. FALHA AO EXPURGAR ID ' CUST-ID
                   ' STATUS ' WS-MASTER-STATUS
           END-IF.
