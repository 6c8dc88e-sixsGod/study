    05 CN-KEY.
        10 CN-ID           PIC 9(07).
        10 CN-CHANNEL      PIC X(01).
            88 CN-MAIL         VALUE "M".
            88 CN-PHONE        VALUE "P".
            88 CN-EMAIL        VALUE "E".
            88 CN-THIRD-PARTY  VALUE "T".
    05 CN-STATUS       PIC X(01).
        88 CN-GIVEN        VALUE "G".
        88 CN-WITHDRAWN    VALUE "W".
    05 CN-DATE         PIC 9(08).
    05 CN-SOURCE       PIC X(10).
    05 CN-CHANGED-DATE PIC 9(08).
    05 CN-CHANGED-BY   PIC X(08).
