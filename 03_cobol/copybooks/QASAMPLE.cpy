    05 QS-SAMPLE-DATE  PIC 9(08).
    05 QS-SEQ          PIC 9(07).
    05 QS-ID           PIC 9(07).
    05 QS-OP           PIC X(10).
    05 QS-BATCH-ID     PIC X(12).
    05 QS-OPERATOR     PIC X(08).
    05 QS-SELECTION    PIC X(01).
        88 QS-MANDATORY    VALUE "M".
        88 QS-RANDOM       VALUE "R".
