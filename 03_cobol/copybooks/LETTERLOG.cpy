    05 LG-KEY.
        10 LG-ID           PIC 9(07).
        10 LG-DATE         PIC 9(08).
        10 LG-TYPE         PIC X(08).
        10 LG-DEST         PIC X(03).
    05 LG-AUDIT-SEQ    PIC 9(07).
    05 LG-ADDR-LINE1   PIC X(30).
    05 LG-ADDR-LINE2   PIC X(30).
