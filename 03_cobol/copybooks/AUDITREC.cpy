    05 AU-SEQ          PIC 9(07).
    05 AU-RUN-COUNT    PIC 9(07).
    05 AU-BATCH-ID     PIC X(12).
    05 AU-OPERATOR     PIC X(08).
