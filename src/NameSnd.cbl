       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESND.

      ***********************************
      * Shared phonetic (sounds-like)   *
      * key: classic four byte soundex  *
      * over the NAMENRM normalized     *
      * name - first letter plus three  *
      * digits, zero padded - so SMITH  *
      * and SMYTH produce the same key  *
      ***********************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-SUB PIC 99 VALUE 1.
       77 WS-POS PIC 9 VALUE 1.
       77 WS-CHAR PIC X VALUE SPACE.
       77 WS-CODIGO PIC X VALUE SPACE.
       77 WS-ANTERIOR PIC X VALUE SPACE.
       77 WS-NOME-NORM PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-NOME PIC X(20).
       01  LK-FONKEY PIC X(4).

       PROCEDURE DIVISION USING LK-NOME LK-FONKEY.
       GERAR-FONKEY.
           MOVE SPACES TO LK-FONKEY
           CALL 'NAMENRM' USING LK-NOME WS-NOME-NORM
           IF WS-NOME-NORM = SPACES
               MOVE 'Z000' TO LK-FONKEY
               GO TO FIM-NAMESND
           END-IF
           MOVE WS-NOME-NORM(1:1) TO LK-FONKEY(1:1)
           MOVE WS-NOME-NORM(1:1) TO WS-CHAR
           PERFORM CODIFICAR-LETRA
           MOVE WS-CODIGO TO WS-ANTERIOR
           MOVE 2 TO WS-POS
           PERFORM VARYING WS-SUB FROM 2 BY 1
                   UNTIL WS-SUB > 20 OR WS-POS > 4
               MOVE WS-NOME-NORM(WS-SUB:1) TO WS-CHAR
               IF WS-CHAR = SPACE
                   MOVE 21 TO WS-SUB
               ELSE
                   PERFORM CODIFICAR-UMA
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-POS > 4
               MOVE '0' TO LK-FONKEY(WS-POS:1)
               ADD 1 TO WS-POS
           END-PERFORM.

       FIM-NAMESND.
           GOBACK.

      * H and W are transparent: they neither emit a digit nor break a
      * run of the same code; vowels break the run without emitting
       CODIFICAR-UMA.
           PERFORM CODIFICAR-LETRA
           EVALUATE WS-CODIGO
               WHEN '7'
                   CONTINUE
               WHEN '0'
                   MOVE '0' TO WS-ANTERIOR
               WHEN OTHER
                   IF WS-CODIGO NOT = WS-ANTERIOR
                       MOVE WS-CODIGO TO LK-FONKEY(WS-POS:1)
                       ADD 1 TO WS-POS
                   END-IF
                   MOVE WS-CODIGO TO WS-ANTERIOR
           END-EVALUATE.

       CODIFICAR-LETRA.
           EVALUATE WS-CHAR
               WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
                   MOVE '1' TO WS-CODIGO
               WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
               WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
                   MOVE '2' TO WS-CODIGO
               WHEN 'D' WHEN 'T'
                   MOVE '3' TO WS-CODIGO
               WHEN 'L'
                   MOVE '4' TO WS-CODIGO
               WHEN 'M' WHEN 'N'
                   MOVE '5' TO WS-CODIGO
               WHEN 'R'
                   MOVE '6' TO WS-CODIGO
               WHEN 'H' WHEN 'W'
                   MOVE '7' TO WS-CODIGO
               WHEN OTHER
                   MOVE '0' TO WS-CODIGO
           END-EVALUATE.
