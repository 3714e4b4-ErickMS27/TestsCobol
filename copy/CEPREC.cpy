      ***********************************
      * CEPREC - CEP reference range:   *
      * one entry per postal code range *
      * with the UF and city it serves; *
      * keyed on the range end so a     *
      * START NOT < lands on the range  *
      * that can hold a given CEP       *
      ***********************************
       05  CEP-FIM                PIC 9(8).
       05  CEP-INICIO             PIC 9(8).
       05  CEP-UF                 PIC XX.
       05  CEP-CIDADE             PIC X(20).
       05  CEP-DATA-ATUAL         PIC 9(8).
