    05 SO-SEQ          PIC 9(07).
    05 FILLER          PIC X(01).
    05 SO-ID           PIC 9(07).
    05 FILLER          PIC X(01).
    05 SO-RESULT       PIC X(04).
        88 SO-PASSED       VALUE "PASS".
        88 SO-FAILED       VALUE "FAIL".
    05 FILLER          PIC X(01).
    05 SO-REVIEWER     PIC X(08).
    05 FILLER          PIC X(01).
    05 SO-SIGN-DATE    PIC 9(08).
    05 FILLER          PIC X(01).
    05 SO-COMMENT      PIC X(40).
