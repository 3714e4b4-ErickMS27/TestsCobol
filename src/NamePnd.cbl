       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEPND.

      ***********************************
      * Shared pending-approval writer: *
      * a name change, deletion or      *
      * reactivation is not applied to  *
      * the master but queued on        *
      * PENDAPR with the before and     *
      * after images until a supervisor *
      * other than the requester acts   *
      * on it in NAMEAPR. A customer    *
      * holds at most one pending item. *
      * resultado: Y registrada         *
      *            P ja existe pendente *
      *            E falha no arquivo   *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDAPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-SEQ
               ALTERNATE RECORD KEY IS PND-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PND-RECORD.
           COPY "PENDREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-PEND-STATUS PIC XX VALUE SPACES.
       77 WS-CUST-ID PIC 9(6) VALUE ZEROS.
       77 WS-ULTIMO-SEQ PIC 9(6) VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-TIPO PIC X.
       01  LK-OPERADOR PIC X(20).
       01  LK-ORIGEM PIC X(12).
       01  LK-ANTES PIC X(168).
       01  LK-DEPOIS PIC X(168).
       01  LK-RESULTADO PIC X.
       01  LK-SEQ PIC 9(6).

       PROCEDURE DIVISION USING LK-TIPO LK-OPERADOR LK-ORIGEM
           LK-ANTES LK-DEPOIS LK-RESULTADO LK-SEQ.
       REGISTRAR-PENDENCIA.
           MOVE 'E' TO LK-RESULTADO
           MOVE ZEROS TO LK-SEQ
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERRO.. PENDAPR INDISPONIVEL, STATUS '
                   WS-PEND-STATUS
           ELSE
               MOVE LK-ANTES(1:6) TO WS-CUST-ID
               PERFORM VERIFICAR-PENDENTE
               IF LK-RESULTADO NOT = 'P'
                   PERFORM GRAVAR-PENDENCIA
               END-IF
               CLOSE PENDING-FILE
           END-IF.

       FIM-NAMEPND.
           GOBACK.

      * a second request on top of an open one would be approved
      * against a before image that the first approval invalidates
       VERIFICAR-PENDENTE.
           MOVE WS-CUST-ID TO PND-CUST-ID
           START PENDING-FILE KEY IS = PND-CUST-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ PENDING-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PND-CUST-ID NOT = WS-CUST-ID
                   EXIT PERFORM
               END-IF
               IF PND-SITUACAO = 'P'
                   MOVE 'P' TO LK-RESULTADO
                   MOVE PND-SEQ TO LK-SEQ
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       GRAVAR-PENDENCIA.
           MOVE ZEROS TO WS-ULTIMO-SEQ
           MOVE ZEROS TO PND-SEQ
           START PENDING-FILE KEY IS NOT LESS THAN PND-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 1 = 2
                       READ PENDING-FILE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       MOVE PND-SEQ TO WS-ULTIMO-SEQ
                   END-PERFORM
           END-START
           INITIALIZE PND-RECORD
           COMPUTE PND-SEQ = WS-ULTIMO-SEQ + 1
           MOVE WS-CUST-ID TO PND-CUST-ID
           MOVE LK-TIPO TO PND-TIPO
           MOVE LK-ORIGEM TO PND-ORIGEM
           MOVE LK-OPERADOR TO PND-SOLICITANTE
           ACCEPT PND-DATA-SOLIC FROM DATE YYYYMMDD
           ACCEPT PND-HORA-SOLIC FROM TIME
           MOVE 'P' TO PND-SITUACAO
           MOVE SPACES TO PND-DECISOR
           MOVE ZEROS TO PND-DATA-DECISAO
           MOVE SPACES TO PND-MOTIVO
           MOVE LK-ANTES TO PND-ANTES
           MOVE LK-DEPOIS TO PND-DEPOIS
           WRITE PND-RECORD
           IF WS-PEND-STATUS = '00'
               MOVE 'Y' TO LK-RESULTADO
               MOVE PND-SEQ TO LK-SEQ
           ELSE
               DISPLAY 'ERRO.. FALHA AO GRAVAR PENDAPR, STATUS '
                   WS-PEND-STATUS
           END-IF.
