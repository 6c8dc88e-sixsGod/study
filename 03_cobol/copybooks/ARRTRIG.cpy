    05 AT-CYCLE        PIC 9(08).
    05 AT-RELEASE-DATE PIC 9(08).
    05 AT-RELEASE-TIME PIC 9(04).
    05 AT-FILE-COUNT   PIC 9(03).
    05 AT-RECORD-COUNT PIC 9(09).
    05 AT-LATE-COUNT   PIC 9(03).
    05 AT-PROGRAM      PIC X(20).
