    05 CR-TYPE         PIC X(01).
        88 CR-CARRIER-DEF  VALUE "C".
        88 CR-ROUTE-RULE   VALUE "R".
        88 CR-DEFAULT      VALUE "D".
    05 FILLER          PIC X(01).
    05 CR-CARRIER      PIC X(08).
    05 FILLER          PIC X(01).
    05 CR-DETAIL       PIC X(160).
    05 CR-FILES REDEFINES CR-DETAIL.
        10 CR-EXTRACT-FILE PIC X(40).
        10 CR-SNAP-FILE    PIC X(40).
        10 CR-ACK-FILE     PIC X(40).
        10 CR-ACKRPT-FILE  PIC X(40).
    05 CR-RULE REDEFINES CR-DETAIL.
        10 CR-TIER         PIC X(10).
        10 FILLER          PIC X(01).
        10 CR-REGION       PIC X(10).
        10 FILLER          PIC X(139).
