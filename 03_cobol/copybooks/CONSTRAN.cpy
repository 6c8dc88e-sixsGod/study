    05 CX-CODE         PIC X(01).
        88 CX-GIVE         VALUE "G".
        88 CX-WITHDRAW     VALUE "W".
    05 FILLER          PIC X(01).
    05 CX-ID           PIC 9(07).
    05 FILLER          PIC X(01).
    05 CX-CHANNEL      PIC X(01).
        88 CX-VALID-CHANNEL VALUE "M" "P" "E" "T".
    05 FILLER          PIC X(01).
    05 CX-DATE         PIC 9(08).
    05 FILLER          PIC X(01).
    05 CX-SOURCE       PIC X(10).
    05 FILLER          PIC X(01).
    05 CX-BY           PIC X(08).
