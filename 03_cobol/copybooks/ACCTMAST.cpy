    05 AM-ACCOUNT      PIC X(10).
    05 AM-PR-ID        PIC 9(07).
    05 AM-STATUS       PIC X(01).
        88 AM-OPEN         VALUE "O".
        88 AM-CLOSED       VALUE "C".
    05 AM-OPEN-DATE    PIC 9(08).
    05 AM-CLOSE-DATE   PIC 9(08).
    05 AM-OD-LIMIT     PIC 9(07)V99.
    05 AM-BALANCE      PIC S9(7)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.
    05 AM-LAST-POST    PIC 9(08).
