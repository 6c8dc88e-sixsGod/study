    05 AR-CYCLE        PIC 9(08).
    05 AR-PARTNER      PIC X(08).
    05 AR-FILE-TYPE    PIC X(04).
    05 AR-EVENT        PIC X(07).
        88 AR-ARRIVED      VALUE "ARRIVED".
        88 AR-OVERDUE      VALUE "OVERDUE".
    05 AR-TIMELINESS   PIC X(06).
        88 AR-ON-TIME      VALUE "ONTIME".
        88 AR-LATE         VALUE "LATE".
    05 AR-EVENT-DATE   PIC 9(08).
    05 AR-EVENT-TIME   PIC 9(04).
    05 AR-RECORDS      PIC 9(07).
    05 AR-SIGNATURE    PIC X(40).
    05 AR-FILE-NAME    PIC X(40).
