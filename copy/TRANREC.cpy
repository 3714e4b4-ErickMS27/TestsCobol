      ***********************************
      * TRANREC - maintenance trans rec *
      ***********************************
       05  TRN-ACAO               PIC X.
       05  TRN-CUST-ID            PIC 9(6).
       05  TRN-LAST-NAME          PIC X(20).
       05  TRN-FIRST-NAME         PIC X(20).
       05  TRN-MI                 PIC X.
       05  TRN-ENDERECO           PIC X(30).
       05  TRN-CIDADE             PIC X(20).
       05  TRN-UF                 PIC XX.
       05  TRN-CEP                PIC X(8).
       05  TRN-FONE               PIC X(11).
