      ***********************************
      * RUNREC - load run control rec   *
      ***********************************
       05  RUN-TIPO               PIC X.
       05  RUN-DATA               PIC 9(8).
       05  RUN-ARQUIVO            PIC X(20).
       05  RUN-REGISTROS          PIC 9(8).
       05  RUN-HORA-INICIO        PIC 9(8).
       05  RUN-HORA-FIM           PIC 9(8).
       05  RUN-ACEITOS            PIC 9(8).
       05  RUN-REJEITADOS         PIC 9(8).
       05  RUN-FLAGRADOS          PIC 9(8).
       05  RUN-DUPLICADOS         PIC 9(8).
       05  RUN-SITUACAO           PIC X.
