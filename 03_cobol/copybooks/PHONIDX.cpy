    05 PX-KEY.
        10 PX-DIGITS       PIC X(03).
        10 PX-LETTER       PIC X(01).
        10 PX-ID           PIC 9(07).
    05 PX-NAME         PIC X(20).
