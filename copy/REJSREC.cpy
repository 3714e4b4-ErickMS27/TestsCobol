      ***********************************
      * REJSREC - NAMETRX reject held   *
      * in suspense until corrected or  *
      * cancelled: the transaction as   *
      * first rejected, the transaction *
      * as now corrected, and the       *
      * reason of the latest rejection  *
      * situacao: P aguarda correcao,   *
      *       C corrigida (reenvio no   *
      *       proximo NAMETRX),         *
      *       A aceita, X cancelada     *
      ***********************************
       05  RJS-SEQ                PIC 9(6).
       05  RJS-ORIGINAL           PIC X(119).
       05  RJS-TRANSACAO          PIC X(119).
       05  RJS-MOTIVO             PIC X(30).
       05  RJS-DATA-REJEICAO      PIC 9(8).
       05  RJS-DATA-ULTIMA        PIC 9(8).
       05  RJS-CORRECOES          PIC 9(3).
       05  RJS-SITUACAO           PIC X.
       05  RJS-OPERADOR           PIC X(20).
       05  RJS-DATA-ATUAL         PIC 9(8).
       05  RJS-MOTIVO-CANC        PIC X(30).
