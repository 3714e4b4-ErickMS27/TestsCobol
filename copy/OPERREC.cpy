      ***********************************
      * OPERREC - operator master rec   *
      * niveis: 1 consulta, 2 inclusao  *
      * e alteracao, 3 supervisor       *
      ***********************************
       05  OPER-ID                PIC X(8).
       05  OPER-SENHA             PIC X(8).
       05  OPER-NIVEL             PIC 9.
       05  OPER-NOME              PIC X(20).
       05  OPER-DATA-TROCA        PIC 9(8).
       05  OPER-DATA-EXPIRA       PIC 9(8).
       05  OPER-FALHAS            PIC 99.
       05  OPER-BLOQUEADO         PIC X.
       05  OPER-SENHA-ANT1        PIC X(8).
       05  OPER-SENHA-ANT2        PIC X(8).
