      ***********************************
      * NITEREC - night stream step rec *
      * tipo: I inicio F fim            *
      * situacao: N normal A anormal    *
      * D dispensado (dia nao util)     *
      ***********************************
       05  NITE-DATA              PIC 9(8).
       05  NITE-SEQ               PIC 99.
       05  NITE-PASSO             PIC X(8).
       05  NITE-TIPO              PIC X.
       05  NITE-HORA              PIC 9(8).
       05  NITE-SITUACAO          PIC X.
