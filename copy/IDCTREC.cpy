      ***********************************
      * IDCTREC - id assignment control *
      * holds the highest customer id   *
      * ever assigned; it only moves    *
      * forward, so purged ids are      *
      * never handed out again          *
      ***********************************
       05  IDC-ULTIMO-ID          PIC 9(6).
