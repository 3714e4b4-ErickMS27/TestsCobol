       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRVAL.

      ***********************************
      * Shared address edit rules: the  *
      * state must be two letters and   *
      * the postal code eight digits,   *
      * each flagged separately so the  *
      * caller can report the reason    *
      ***********************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-SUB PIC 99 VALUE 1.
       77 WS-CHAR PIC X VALUE SPACE.

       LINKAGE SECTION.
       01  LK-UF PIC XX.
       01  LK-CEP PIC X(8).
       01  LK-VALIDO-UF PIC X.
       01  LK-VALIDO-CEP PIC X.

       PROCEDURE DIVISION USING LK-UF LK-CEP
           LK-VALIDO-UF LK-VALIDO-CEP.
       VALIDAR-ENDERECO.
           PERFORM VALIDAR-UF
           PERFORM VALIDAR-CEP.

       FIM-ADDRVAL.
           GOBACK.

       VALIDAR-UF.
           MOVE 'Y' TO LK-VALIDO-UF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 2
               MOVE LK-UF(WS-SUB:1) TO WS-CHAR
               IF (WS-CHAR < 'A' OR WS-CHAR > 'Z')
                   AND (WS-CHAR < 'a' OR WS-CHAR > 'z')
                   MOVE 'N' TO LK-VALIDO-UF
               END-IF
           END-PERFORM.

       VALIDAR-CEP.
           MOVE 'Y' TO LK-VALIDO-CEP
           IF LK-CEP NOT NUMERIC
               MOVE 'N' TO LK-VALIDO-CEP
           END-IF.
