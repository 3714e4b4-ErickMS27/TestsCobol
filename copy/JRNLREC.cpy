      ***********************************
      * JRNLREC - master update journal *
      * acao: W gravacao R regravacao   *
      * D exclusao fisica               *
      ***********************************
       05  JRN-DATA               PIC 9(8).
       05  JRN-HORA               PIC 9(8).
       05  JRN-OPERADOR           PIC X(20).
       05  JRN-ACAO               PIC X.
       05  JRN-IMAGEM             PIC X(170).
