      ***********************************
      * GENREC - generation catalog:    *
      * one entry per dated file a      *
      * batch program creates, keyed on *
      * type + file name so the entries *
      * of a type read oldest first     *
      * tipo: BKUP NAMEBKUP, FEED       *
      *       NAMEFEED, JRNL NAMEJRNL,  *
      *       AUDA AUDARCH              *
      * total: BKUP hash do trailer,    *
      *       FEED/JRNL soma dos ids,   *
      *       AUDA soma das datas       *
      * situacao: B boa, S suspeita,    *
      *       E eliminada               *
      ***********************************
       05  GEN-CHAVE.
           10  GEN-TIPO           PIC X(4).
           10  GEN-ARQUIVO        PIC X(30).
       05  GEN-DATA               PIC 9(8).
       05  GEN-CONTAGEM           PIC 9(8).
       05  GEN-TOTAL              PIC 9(12).
       05  GEN-MAIOR-ID           PIC 9(6).
       05  GEN-PROGRAMA           PIC X(8).
       05  GEN-SITUACAO           PIC X.
       05  GEN-DATA-CRIACAO       PIC 9(8).
       05  GEN-HORA-CRIACAO       PIC 9(8).
       05  GEN-DATA-ATUAL         PIC 9(8).
       05  GEN-HORA-ATUAL         PIC 9(8).
