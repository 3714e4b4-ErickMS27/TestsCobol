       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMENRM.

      ***********************************
      * Shared name normalization for   *
      * matching: upper-cases letters   *
      * and squeezes out every space so *
      * case and spacing variants of    *
      * the same name compare equal     *
      ***********************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-SUB PIC 99 VALUE 1.
       77 WS-POS PIC 99 VALUE 1.
       77 WS-CHAR PIC X VALUE SPACE.

       LINKAGE SECTION.
       01  LK-NOME PIC X(20).
       01  LK-NORMALIZADO PIC X(20).

       PROCEDURE DIVISION USING LK-NOME LK-NORMALIZADO.
       NORMALIZAR-NOME.
           MOVE SPACES TO LK-NORMALIZADO
           MOVE 1 TO WS-POS
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 20
               MOVE LK-NOME(WS-SUB:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                   IF WS-CHAR >= 'a' AND WS-CHAR <= 'z'
                       MOVE FUNCTION UPPER-CASE(WS-CHAR) TO WS-CHAR
                   END-IF
                   MOVE WS-CHAR TO LK-NORMALIZADO(WS-POS:1)
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.

       FIM-NAMENRM.
           GOBACK.
