      ***********************************
      * CARTCREC - welcome letter run   *
      * control; the inclusion date up  *
      * to which letters have been      *
      * issued only moves forward once  *
      * a run has finished cleanly      *
      ***********************************
       05  CTC-ULTIMA-DATA        PIC 9(8).
       05  CTC-DATA-EXEC          PIC 9(8).
       05  CTC-HORA-EXEC          PIC 9(8).
       05  CTC-OPERADOR           PIC X(20).
       05  CTC-CARTAS             PIC 9(8).
       05  CTC-EXCECOES           PIC 9(8).
