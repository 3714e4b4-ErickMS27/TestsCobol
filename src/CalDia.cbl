       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALDIA.

      ***********************************
      * Shared business-day calendar:   *
      * answers whether a date is a     *
      * business day, counts business   *
      * days between two dates and      *
      * finds the last business day of  *
      * a month. Weekdays are business  *
      * days unless CALENDAR lists them *
      * as holidays. The calendar is    *
      * opened on the first call and    *
      * kept open for the rest of the   *
      * run                             *
      * funcao: D dia util? (data)      *
      *         C dias uteis apos data  *
      *           ate data-fim (dias)   *
      *         M ultimo dia util do    *
      *           mes da data (data-fim)*
      * resultado: Y sim / N nao        *
      *            E data invalida      *
      ***********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CAL-RECORD.
           COPY "CALREC.cpy".

       WORKING-STORAGE SECTION.
       77 WS-CAL-STATUS PIC XX VALUE SPACES.
       77 WS-SITUACAO-CAL PIC X VALUE SPACE.
       77 WS-INT-DATA PIC 9(8) VALUE ZEROS.
       77 WS-INT-INICIO PIC 9(8) VALUE ZEROS.
       77 WS-INT-FIM PIC 9(8) VALUE ZEROS.
       77 WS-DIA-SEMANA PIC 9 VALUE ZERO.
       77 WS-DIA-UTIL PIC X VALUE 'N'.
       77 WS-SEMANAS PIC 9(8) VALUE ZEROS.
       77 WS-RESTO PIC 9 VALUE ZERO.
       77 WS-UTEIS-INICIO PIC 9(8) VALUE ZEROS.
       77 WS-UTEIS-FIM PIC 9(8) VALUE ZEROS.
       77 WS-DIAS PIC S9(8) VALUE ZEROS.
       77 WS-TENTATIVAS PIC 99 VALUE ZEROS.
       77 WS-FIM-CAL PIC X VALUE 'N'.
       01  WS-DATA-TESTE PIC 9(8) VALUE ZEROS.
       01  WS-DATA-PARTES REDEFINES WS-DATA-TESTE.
           05  WS-ANO             PIC 9(4).
           05  WS-MES             PIC 99.
           05  WS-DIA             PIC 99.

       LINKAGE SECTION.
       01  LK-FUNCAO PIC X.
       01  LK-DATA PIC 9(8).
       01  LK-DATA-FIM PIC 9(8).
       01  LK-DIAS PIC 9(8).
       01  LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-FUNCAO LK-DATA LK-DATA-FIM LK-DIAS
           LK-RESULTADO.
       CONSULTAR-CALENDARIO.
           MOVE 'E' TO LK-RESULTADO
           MOVE ZEROS TO LK-DIAS
           PERFORM ABRIR-CALENDARIO
           IF LK-DATA NOT NUMERIC OR LK-DATA = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATA) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           EVALUATE LK-FUNCAO
               WHEN 'D'
                   MOVE LK-DATA TO WS-DATA-TESTE
                   PERFORM VERIFICAR-DIA
                   MOVE WS-DIA-UTIL TO LK-RESULTADO
               WHEN 'C'
                   PERFORM CONTAR-DIAS-UTEIS
               WHEN 'M'
                   PERFORM LOCALIZAR-ULTIMO-UTIL
           END-EVALUATE.

       FIM-CALDIA.
           GOBACK.

      * with no calendar yet only weekends are non-business days;
      * the warning is shown once per run
       ABRIR-CALENDARIO.
           IF WS-SITUACAO-CAL = SPACE
               OPEN INPUT CALENDAR-FILE
               IF WS-CAL-STATUS = '00'
                   MOVE 'A' TO WS-SITUACAO-CAL
               ELSE
                   MOVE 'F' TO WS-SITUACAO-CAL
                   DISPLAY 'AVISO.. CALENDAR INDISPONIVEL, STATUS '
                       WS-CAL-STATUS ' - SO FINS DE SEMANA CONTAM'
               END-IF
           END-IF.

      * day 1 of the integer calendar (01/01/1601) was a Monday, so
      * the remainder by 7 gives 0 for Monday through 6 for Sunday
       VERIFICAR-DIA.
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DATA - 1, 7)
           IF WS-DIA-SEMANA < 5
               MOVE 'Y' TO WS-DIA-UTIL
           ELSE
               MOVE 'N' TO WS-DIA-UTIL
           END-IF
           IF WS-SITUACAO-CAL = 'A'
               MOVE WS-DATA-TESTE TO CAL-DATA
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-TIPO = 'F'
                           MOVE 'N' TO WS-DIA-UTIL
                       END-IF
                       IF CAL-TIPO = 'U'
                           MOVE 'Y' TO WS-DIA-UTIL
                       END-IF
               END-READ
           END-IF.

      * weekdays are counted arithmetically, then each calendar entry
      * in the interval that changes the default moves the count by
      * one; the start date itself is not counted, the end date is
       CONTAR-DIAS-UTEIS.
           MOVE ZEROS TO LK-DIAS
           IF LK-DATA-FIM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATA-FIM) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LK-RESULTADO
           IF LK-DATA-FIM NOT > LK-DATA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INT-INICIO = FUNCTION INTEGER-OF-DATE(LK-DATA)
           COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(LK-DATA-FIM)
           DIVIDE WS-INT-INICIO BY 7 GIVING WS-SEMANAS
               REMAINDER WS-RESTO
           IF WS-RESTO > 5
               MOVE 5 TO WS-RESTO
           END-IF
           COMPUTE WS-UTEIS-INICIO = WS-SEMANAS * 5 + WS-RESTO
           DIVIDE WS-INT-FIM BY 7 GIVING WS-SEMANAS
               REMAINDER WS-RESTO
           IF WS-RESTO > 5
               MOVE 5 TO WS-RESTO
           END-IF
           COMPUTE WS-UTEIS-FIM = WS-SEMANAS * 5 + WS-RESTO
           COMPUTE WS-DIAS = WS-UTEIS-FIM - WS-UTEIS-INICIO
           IF WS-SITUACAO-CAL = 'A'
               PERFORM AJUSTAR-EXCECOES
           END-IF
           IF WS-DIAS > ZERO
               MOVE WS-DIAS TO LK-DIAS
           END-IF.

       AJUSTAR-EXCECOES.
           MOVE 'N' TO WS-FIM-CAL
           MOVE LK-DATA TO CAL-DATA
           START CALENDAR-FILE KEY IS GREATER THAN CAL-DATA
               INVALID KEY
                   MOVE 'Y' TO WS-FIM-CAL
           END-START
           PERFORM UNTIL WS-FIM-CAL = 'Y'
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIM-CAL
               END-READ
               IF WS-FIM-CAL = 'N'
                   IF CAL-DATA > LK-DATA-FIM
                       MOVE 'Y' TO WS-FIM-CAL
                   ELSE
                       COMPUTE WS-INT-DATA =
                           FUNCTION INTEGER-OF-DATE(CAL-DATA)
                       COMPUTE WS-DIA-SEMANA =
                           FUNCTION MOD(WS-INT-DATA - 1, 7)
                       IF CAL-TIPO = 'F' AND WS-DIA-SEMANA < 5
                           SUBTRACT 1 FROM WS-DIAS
                       END-IF
                       IF CAL-TIPO = 'U' AND WS-DIA-SEMANA > 4
                           ADD 1 TO WS-DIAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * steps back from the last day of the month to the first
      * business day found; the caller learns whether its own date
      * is that day
       LOCALIZAR-ULTIMO-UTIL.
           MOVE LK-DATA TO WS-DATA-TESTE
           ADD 1 TO WS-MES
           IF WS-MES > 12
               MOVE 1 TO WS-MES
               ADD 1 TO WS-ANO
           END-IF
           MOVE 1 TO WS-DIA
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE) - 1
           MOVE 'N' TO WS-DIA-UTIL
           MOVE ZEROS TO WS-TENTATIVAS
           PERFORM UNTIL WS-DIA-UTIL = 'Y' OR WS-TENTATIVAS > 30
               COMPUTE WS-DATA-TESTE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
               PERFORM VERIFICAR-DIA
               SUBTRACT 1 FROM WS-INT-DATA
               ADD 1 TO WS-TENTATIVAS
           END-PERFORM
           MOVE WS-DATA-TESTE TO LK-DATA-FIM
           IF LK-DATA = WS-DATA-TESTE
               MOVE 'Y' TO LK-RESULTADO
           ELSE
               MOVE 'N' TO LK-RESULTADO
           END-IF.
