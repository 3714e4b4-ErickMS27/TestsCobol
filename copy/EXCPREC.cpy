      ***********************************
      * EXCPREC - exception list entry  *
      ***********************************
       05  EX-NOME                PIC X(20).
       05  EX-MOTIVO              PIC X(4).
       05  EX-DATA-INICIO         PIC 9(8).
       05  EX-DATA-FIM            PIC 9(8).
