    05 RR-KEY.
        10 RR-ID           PIC 9(07).
        10 RR-REL-ID       PIC 9(07).
    05 RR-TYPE         PIC X(01).
        88 RR-SPOUSE       VALUE "S".
        88 RR-DEPENDENT    VALUE "D".
        88 RR-GUARDIAN     VALUE "G".
    05 RR-STATUS       PIC X(01).
        88 RR-ACTIVE       VALUE "A".
        88 RR-ENDED        VALUE "E".
    05 RR-EFF-DATE     PIC 9(08).
    05 RR-END-DATE     PIC 9(08).
    05 RR-REV-KEY.
        10 RR-REV-REL-ID   PIC 9(07).
        10 RR-REV-ID       PIC 9(07).
