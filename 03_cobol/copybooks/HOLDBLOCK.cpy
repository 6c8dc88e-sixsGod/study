    05 HB-RUN-STAMP    PIC X(14).
    05 HB-PROGRAM      PIC X(20).
    05 HB-ID           PIC 9(07).
    05 HB-REF          PIC X(12).
    05 HB-ACTION       PIC X(08).
        88 HB-RUN-MARK     VALUE "RUN".
    05 HB-DETAIL       PIC X(40).
