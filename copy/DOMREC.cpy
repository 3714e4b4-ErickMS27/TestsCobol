      ***********************************
      * DOMREC - household: customers   *
      * sharing the same normalized     *
      * street line + CEP (ADDRNRM).    *
      * The id never changes while the  *
      * address keeps a member, so      *
      * downstream can hold on to it    *
      * qtd-anterior: membros antes da  *
      *       ultima atualizacao        *
      * soma: soma dos ids membros, que *
      *       mostra troca de morador   *
      *       com a mesma quantidade    *
      * id zero: controle, com o ultimo *
      *       id atribuido              *
      ***********************************
       05  DOM-ID                 PIC 9(6).
       05  DOM-CHAVE              PIC X(38).
       05  DOM-DADOS.
           10  DOM-ENDERECO       PIC X(30).
           10  DOM-CIDADE         PIC X(20).
           10  DOM-UF             PIC XX.
           10  DOM-CEP            PIC X(8).
           10  DOM-DATA-CRIACAO   PIC 9(8).
           10  DOM-DATA-ATUAL     PIC 9(8).
           10  DOM-QTD-ANTERIOR   PIC 9(3).
           10  DOM-QTD-MEMBROS    PIC 9(3).
           10  DOM-SOMA-ANTERIOR  PIC 9(8).
           10  DOM-SOMA-MEMBROS   PIC 9(8).
           10  DOM-MEMBRO-ID      PIC 9(6) OCCURS 20 TIMES.
       05  DOM-CONTROLE REDEFINES DOM-DADOS.
           10  DOM-ULTIMO-ID      PIC 9(6).
           10  FILLER             PIC X(212).
