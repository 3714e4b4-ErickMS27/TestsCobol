      ***********************************
      * FEEDREC - downstream feed layout*
      * acao: A inclusao C alteracao    *
      * D exclusao                      *
      * dom-id: domicilio (DOMICIL),    *
      * zero quando sem endereco        *
      ***********************************
       05  FEED-CUST-ID           PIC 9(6).
       05  FEED-LAST-NAME         PIC X(20).
       05  FEED-FIRST-NAME        PIC X(20).
       05  FEED-MI                PIC X.
       05  FEED-DATE-ADDED        PIC 9(8).
       05  FEED-ENDERECO          PIC X(30).
       05  FEED-CIDADE            PIC X(20).
       05  FEED-UF                PIC XX.
       05  FEED-CEP               PIC X(8).
       05  FEED-FONE              PIC X(11).
       05  FEED-ACAO              PIC X.
       05  FEED-DOM-ID            PIC 9(6).
