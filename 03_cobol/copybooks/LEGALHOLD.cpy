    05 LH-KEY.
        10 LH-ID           PIC 9(07).
        10 LH-REF          PIC X(12).
    05 LH-STATUS       PIC X(01).
        88 LH-ACTIVE       VALUE "A".
        88 LH-RELEASED     VALUE "R".
    05 LH-PLACED-DATE  PIC 9(08).
    05 LH-PLACED-BY    PIC X(08).
    05 LH-RELEASE-DATE PIC 9(08).
    05 LH-RELEASED-BY  PIC X(08).
