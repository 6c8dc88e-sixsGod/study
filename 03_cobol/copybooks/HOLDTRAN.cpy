    05 HT-CODE         PIC X(01).
        88 HT-PLACE        VALUE "P".
        88 HT-RELEASE      VALUE "R".
    05 FILLER          PIC X(01).
    05 HT-ID           PIC 9(07).
    05 FILLER          PIC X(01).
    05 HT-REF          PIC X(12).
    05 FILLER          PIC X(01).
    05 HT-DATE         PIC 9(08).
    05 FILLER          PIC X(01).
    05 HT-BY           PIC X(08).
