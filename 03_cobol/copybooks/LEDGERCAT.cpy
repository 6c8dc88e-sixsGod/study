    05 LC-TYPE         PIC X(01).
        88 LC-PERIOD       VALUE "P".
        88 LC-YEAR-END     VALUE "Y".
    05 FILLER          PIC X(01).
    05 LC-YEAR         PIC 9(04).
    05 FILLER          PIC X(01).
    05 LC-RUN-DATE     PIC 9(08).
    05 FILLER          PIC X(01).
    05 LC-ARCHIVE      PIC X(40).
    05 FILLER          PIC X(01).
    05 LC-OPEN-SNAP    PIC X(40).
    05 FILLER          PIC X(01).
    05 LC-ROW-COUNT    PIC 9(07).
    05 FILLER          PIC X(01).
    05 LC-OPEN-TOTAL   PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.
    05 FILLER          PIC X(01).
    05 LC-CLOSE-TOTAL  PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.
