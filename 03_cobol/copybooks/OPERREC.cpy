    05 OP-ID           PIC X(08).
    05 OP-NAME         PIC X(20).
    05 OP-PW-HASH      PIC 9(09).
    05 OP-LEVEL        PIC X(01).
        88 OP-INQUIRY      VALUE "I".
        88 OP-MAINTENANCE  VALUE "M".
        88 OP-SUPERVISOR   VALUE "S".
    05 OP-STATUS       PIC X(01).
        88 OP-ACTIVE       VALUE "A".
        88 OP-LOCKED       VALUE "L".
        88 OP-REVOKED      VALUE "R".
    05 OP-FAIL-COUNT   PIC 9(02).
    05 OP-LAST-SIGNON  PIC 9(08).
    05 OP-CHANGED-BY   PIC X(08).
    05 OP-CHANGED-DATE PIC 9(08).
