    05 XL-TIMESTAMP    PIC X(21).
    05 XL-PERSON-ID    PIC 9(07).
    05 XL-PROGRAM      PIC X(20).
    05 XL-REQ-TYPE     PIC X(01).
        88 XL-BY-OPERATOR  VALUE "O".
        88 XL-BY-BATCH     VALUE "B".
    05 XL-REQUESTOR    PIC X(12).
    05 XL-ACCESS-TYPE  PIC X(10).
