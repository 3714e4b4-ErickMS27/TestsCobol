      ***********************************
      * ACKREC - downstream ack return  *
      ***********************************
       05  ACK-CUST-ID            PIC 9(6).
       05  ACK-DISP               PIC X.
       05  ACK-DATA               PIC 9(8).
       05  FILLER                 PIC X(5).
