      ***********************************
      * CALREC - business-day calendar  *
      * exception: Monday to Friday are *
      * business days unless listed     *
      * here as a holiday, and a        *
      * weekend day listed as a working *
      * day counts as a business day    *
      * tipo: F feriado (nao util)      *
      *       U dia util extra          *
      ***********************************
       05  CAL-DATA               PIC 9(8).
       05  CAL-TIPO               PIC X.
       05  CAL-DESCRICAO          PIC X(30).
       05  CAL-OPERADOR           PIC X(20).
       05  CAL-DATA-ATUAL         PIC 9(8).
