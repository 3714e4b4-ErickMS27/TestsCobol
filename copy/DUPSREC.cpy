      ***********************************
      * DUPSREC - duplicate suspect rec *
      * situacao: P pendente M fundido  *
      * N aceito como novo X nao era    *
      * duplicata (carregado)           *
      ***********************************
       05  DUP-SEQ                PIC 9(6).
       05  DUP-NOME               PIC X(20).
       05  DUP-CUST-ID            PIC 9(6).
       05  DUP-TIPO               PIC X(8).
       05  DUP-DATA-CARGA         PIC 9(8).
       05  DUP-SITUACAO           PIC X.
       05  DUP-DATA-DISP          PIC 9(8).
       05  DUP-OPERADOR           PIC X(20).
