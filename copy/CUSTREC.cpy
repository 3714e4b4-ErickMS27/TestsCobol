      ***********************************
      * CUSTREC - customer master record*
      ***********************************
       05  CUST-ID              PIC 9(6).
       05  CUST-LAST-NAME       PIC X(20).
       05  CUST-FIRST-NAME      PIC X(20).
       05  CUST-MI              PIC X.
       05  CUST-DATE-ADDED      PIC 9(8).
       05  CUST-FEED-STATUS     PIC X.
       05  CUST-FEED-DATE       PIC 9(8).
       05  CUST-STATUS          PIC X.
       05  CUST-STATUS-DATE     PIC 9(8).
       05  CUST-STATUS-OPER     PIC X(20).
       05  CUST-ENDERECO        PIC X(30).
       05  CUST-CIDADE          PIC X(20).
       05  CUST-UF              PIC XX.
       05  CUST-CEP             PIC X(8).
       05  CUST-FONE            PIC X(11).
       05  CUST-FONKEY          PIC X(4).
