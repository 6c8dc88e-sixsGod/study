    05 RQ-ID           PIC 9(07).
    05 RQ-REASON       PIC X(10).
    05 RQ-ORIG-SEND-DATE PIC 9(08).
    05 RQ-LAST-SEND-DATE PIC 9(08).
    05 RQ-ATTEMPTS     PIC 9(03).
    05 RQ-QUEUED-DATE  PIC 9(08).
    05 RQ-STATUS       PIC X(01).
        88 RQ-WAITING      VALUE "W".
        88 RQ-RESENT       VALUE "S".
        88 RQ-FAILED       VALUE "F".
    05 RQ-FAIL-DATE    PIC 9(08).
    05 RQ-CARRIER      PIC X(08).
