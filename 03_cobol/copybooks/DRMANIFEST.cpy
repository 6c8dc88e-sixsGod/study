    05 DM-REC-TYPE     PIC X(03).
        88 DM-HEADER       VALUE "HDR".
        88 DM-MEMBER-LINE  VALUE "MBR".
        88 DM-TRAILER      VALUE "TRL".
    05 FILLER          PIC X(01).
    05 DM-MEMBER       PIC X(10).
    05 FILLER          PIC X(01).
    05 DM-SOURCE       PIC X(40).
    05 FILLER          PIC X(01).
    05 DM-PRESENT      PIC X(01).
    05 FILLER          PIC X(01).
    05 DM-RECORD-COUNT PIC 9(07).
    05 FILLER          PIC X(01).
    05 DM-HASH-TOTAL   PIC 9(15).
    05 FILLER          PIC X(01).
    05 DM-LAST-AUDIT-SEQ PIC 9(07).
    05 FILLER          PIC X(01).
    05 DM-SET-STAMP    PIC X(14).
