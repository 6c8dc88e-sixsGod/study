    05 SL-TIMESTAMP    PIC X(21).
    05 SL-PROGRAM      PIC X(20).
    05 SL-OPER-ID      PIC X(08).
    05 SL-EVENT        PIC X(10).
    05 SL-DETAIL       PIC X(40).
