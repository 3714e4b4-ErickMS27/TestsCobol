       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRCEP.

      ***********************************
      * Shared CEP cross-check: looks   *
      * the CEP up in the CEPMAST range *
      * table and confirms that the UF  *
      * and city keyed in belong to it. *
      * Cities are compared through     *
      * NAMENRM so case and spacing do  *
      * not matter. The table is opened *
      * on the first call and kept open *
      * for the rest of the run         *
      * resultado: Y confere            *
      *            C CEP fora da tabela *
      *            U UF nao confere     *
      *            M cidade nao confere *
      *            S tabela indisponivel*
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-MASTER ASSIGN TO "CEPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FIM
               FILE STATUS IS WS-CEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEP-MASTER.
       01  CEP-RECORD.
           COPY "CEPREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CEP-STATUS PIC XX VALUE SPACES.
       77 WS-SITUACAO-TAB PIC X VALUE SPACE.
       77 WS-CEP-NUM PIC 9(8) VALUE ZEROS.
       77 WS-UF PIC XX VALUE SPACES.
       77 WS-CIDADE-NORM PIC X(20) VALUE SPACES.
       77 WS-TABELA-NORM PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-UF PIC XX.
       01  LK-CIDADE PIC X(20).
       01  LK-CEP PIC X(8).
       01  LK-RESULTADO PIC X.
       01  LK-REF-UF PIC XX.
       01  LK-REF-CIDADE PIC X(20).

       PROCEDURE DIVISION USING LK-UF LK-CIDADE LK-CEP LK-RESULTADO
           LK-REF-UF LK-REF-CIDADE.
       CONFERIR-CEP.
           MOVE SPACES TO LK-REF-UF
           MOVE SPACES TO LK-REF-CIDADE
           PERFORM ABRIR-TABELA
           IF WS-SITUACAO-TAB = 'A'
               PERFORM BUSCAR-FAIXA
           ELSE
               MOVE 'S' TO LK-RESULTADO
           END-IF.

       FIM-ADDRCEP.
           GOBACK.

      * a missing table must not stop data entry on a new install, so
      * callers are told it could not be checked and the warning is
      * shown only once per run
       ABRIR-TABELA.
           IF WS-SITUACAO-TAB = SPACE
               OPEN INPUT CEP-MASTER
               IF WS-CEP-STATUS = '00'
                   MOVE 'A' TO WS-SITUACAO-TAB
               ELSE
                   MOVE 'F' TO WS-SITUACAO-TAB
                   DISPLAY 'AVISO.. CEPMAST INDISPONIVEL, STATUS '
                       WS-CEP-STATUS ' - CEP NAO CONFERIDO'
               END-IF
           END-IF.

       BUSCAR-FAIXA.
           MOVE 'C' TO LK-RESULTADO
           IF LK-CEP NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LK-CEP TO WS-CEP-NUM
           MOVE WS-CEP-NUM TO CEP-FIM
           START CEP-MASTER KEY IS NOT LESS THAN CEP-FIM
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CEP-MASTER NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF CEP-INICIO > WS-CEP-NUM
               EXIT PARAGRAPH
           END-IF

           MOVE CEP-UF TO LK-REF-UF
           MOVE CEP-CIDADE TO LK-REF-CIDADE
           MOVE FUNCTION UPPER-CASE(LK-UF) TO WS-UF
           IF WS-UF NOT = CEP-UF
               MOVE 'U' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
           CALL 'NAMENRM' USING LK-CIDADE WS-CIDADE-NORM
           CALL 'NAMENRM' USING CEP-CIDADE WS-TABELA-NORM
           IF WS-CIDADE-NORM NOT = WS-TABELA-NORM
               MOVE 'M' TO LK-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-RESULTADO.
