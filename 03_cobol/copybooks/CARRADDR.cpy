    05 CA-ID           PIC 9(07).
    05 FILLER          PIC X(01).
    05 CA-CHANGE-DATE  PIC 9(08).
    05 FILLER          PIC X(01).
    05 CA-ADDR-LINE1   PIC X(30).
    05 CA-ADDR-LINE2   PIC X(30).
