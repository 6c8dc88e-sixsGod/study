    05 AS-PARTNER      PIC X(08).
    05 FILLER          PIC X(01).
    05 AS-FILE-TYPE    PIC X(04).
        88 AS-DATA-FILE    VALUE "DATA".
        88 AS-CONTROL-FILE VALUE "CTRL".
        88 AS-CSV-FILE     VALUE "CSV ".
        88 AS-ACK-FILE     VALUE "ACK ".
        88 AS-VALID-TYPE   VALUE "DATA" "CTRL" "CSV " "ACK ".
    05 FILLER          PIC X(01).
    05 AS-WINDOW-OPEN  PIC X(04).
    05 FILLER          PIC X(01).
    05 AS-CUTOFF       PIC X(04).
    05 FILLER          PIC X(01).
    05 AS-REQUIRED     PIC X(01).
        88 AS-IS-REQUIRED  VALUE "Y".
        88 AS-VALID-REQUIRED VALUE "Y" "N".
    05 FILLER          PIC X(01).
    05 AS-FILE-NAME    PIC X(40).
