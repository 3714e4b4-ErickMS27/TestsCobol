      ***********************************
      * PENDREC - change awaiting a     *
      * second person's approval, with  *
      * the master image when it was    *
      * requested and the image that    *
      * approval will apply             *
      * tipo: N nome, D exclusao,       *
      *       R reativacao              *
      * situacao: P pendente,           *
      *       A aprovada, R rejeitada   *
      ***********************************
       05  PND-SEQ                PIC 9(6).
       05  PND-CUST-ID            PIC 9(6).
       05  PND-TIPO               PIC X.
       05  PND-ORIGEM             PIC X(12).
       05  PND-SOLICITANTE        PIC X(20).
       05  PND-DATA-SOLIC         PIC 9(8).
       05  PND-HORA-SOLIC         PIC 9(8).
       05  PND-SITUACAO           PIC X.
       05  PND-DECISOR            PIC X(20).
       05  PND-DATA-DECISAO       PIC 9(8).
       05  PND-MOTIVO             PIC X(30).
       05  PND-ANTES              PIC X(168).
       05  PND-DEPOIS             PIC X(168).
