      ***********************************
      * HISTREC - customer change       *
      * history with before and after   *
      * images of the master record     *
      ***********************************
       05  HIST-CUST-ID           PIC 9(6).
       05  HIST-DATA              PIC 9(8).
       05  HIST-HORA              PIC 9(8).
       05  HIST-OPERADOR          PIC X(20).
       05  HIST-ACAO              PIC X(10).
       05  HIST-ANTES             PIC X(170).
       05  HIST-DEPOIS            PIC X(170).
