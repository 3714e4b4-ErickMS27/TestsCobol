       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRNRM.

      ***********************************
      * Shared address normalization    *
      * for household matching: street  *
      * line upper-cased with spaces    *
      * and punctuation squeezed out,   *
      * followed by the CEP, so writing *
      * variants of the same address    *
      * give the same key               *
      * parametro: endereco, cep        *
      * resultado: chave X(38)          *
      ***********************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-SUB PIC 99 VALUE 1.
       77 WS-POS PIC 99 VALUE 1.
       77 WS-CHAR PIC X VALUE SPACE.

       LINKAGE SECTION.
       01  LK-ENDERECO PIC X(30).
       01  LK-CEP PIC X(8).
       01  LK-CHAVE.
           05  LK-CHAVE-END PIC X(30).
           05  LK-CHAVE-CEP PIC X(8).

       PROCEDURE DIVISION USING LK-ENDERECO LK-CEP LK-CHAVE.
       NORMALIZAR-ENDERECO.
           MOVE SPACES TO LK-CHAVE
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 30
               MOVE LK-ENDERECO(WS-SUB:1) TO WS-CHAR
      * R. FLORES, 12 and R FLORES 12 are the same door
               IF WS-CHAR NOT = SPACE AND WS-CHAR NOT = '.'
                   AND WS-CHAR NOT = ',' AND WS-CHAR NOT = '-'
                   IF WS-CHAR >= 'a' AND WS-CHAR <= 'z'
                       MOVE FUNCTION UPPER-CASE(WS-CHAR) TO WS-CHAR
                   END-IF
                   MOVE WS-CHAR TO LK-CHAVE-END(WS-POS:1)
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM
      * the CEP keeps digits only, with or without the dash
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
               MOVE LK-CEP(WS-SUB:1) TO WS-CHAR
               IF WS-CHAR >= '0' AND WS-CHAR <= '9'
                   MOVE WS-CHAR TO LK-CHAVE-CEP(WS-POS:1)
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.

       FIM-ADDRNRM.
           GOBACK.
