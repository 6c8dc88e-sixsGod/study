    05 DC-RUN-DATE     PIC 9(08).
    05 DC-RESULT       PIC X(04).
    05 DC-SET-STAMP    PIC X(14).
    05 DC-MANIFEST     PIC X(40).
    05 DC-TIMESTAMP    PIC X(21).
