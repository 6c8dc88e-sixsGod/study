01 WS-PCT-COUNT      PIC 9(5) VALUE 0.
01 WS-INT-COUNT      PIC 9(5) VALUE 0.
01 WS-BADOP-COUNT    PIC 9(5) VALUE 0.
01 WS-LOAN-COUNT     PIC 9(5) VALUE 0.
01 WS-LN-VALID       PIC X VALUE "Y".
01 WS-LN-PRINCIPAL   PIC 9(7)V99 VALUE 0.
01 WS-LN-TERM        PIC 9(3) VALUE 0.
01 WS-LN-PMT-NO      PIC 9(3) VALUE 0.
01 WS-LN-MRATE       PIC 9V9(12) VALUE 0.
01 WS-LN-FACTOR      PIC 9(9)V9(9) VALUE 0.
01 WS-LN-FACTOR-LESS PIC 9(9)V9(9) VALUE 0.
01 WS-LN-PMT-RATIO   PIC 9(3)V9(12) VALUE 0.
01 WS-LN-PAYMENT     PIC 9(7)V99 VALUE 0.
01 WS-LN-THIS-PMT    PIC 9(7)V99 VALUE 0.
01 WS-LN-INTEREST    PIC 9(7)V99 VALUE 0.
01 WS-LN-PRIN-PART   PIC 9(7)V99 VALUE 0.
01 WS-LN-BALANCE     PIC 9(7)V99 VALUE 0.
01 WS-LN-TOTAL-INT   PIC 9(9)V99 VALUE 0.
01 WS-LN-TOTAL-PAID  PIC 9(9)V99 VALUE 0.

01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
             " at " WS-RATE "% for " NUM2 " periods = " RESULT
       DELIMITED BY SIZE INTO REPORT-RECORD
      WRITE REPORT-RECORD
     WHEN "L"
      ADD 1 TO WS-LOAN-COUNT
      PERFORM AMORTIZE-LOAN
     WHEN OTHER
      ADD 1 TO WS-BADOP-COUNT
      MOVE SPACES TO REPORT-RECORD
      WRITE REPORT-RECORD
    END-EVALUATE.

AMORTIZE-LOAN.
    MOVE "Y" TO WS-LN-VALID
    MOVE NUM2 TO WS-LN-TERM
    IF NUM1 NOT > 0 OR WS-LN-TERM < 1 OR WS-LN-TERM > 600
       OR WS-LN-TERM NOT = NUM2
     MOVE "N" TO WS-LN-VALID
    ELSE
     MOVE NUM1 TO WS-LN-PRINCIPAL
     COMPUTE WS-LN-MRATE = WS-RATE / 1200
     IF WS-LN-MRATE = 0
      COMPUTE WS-LN-PAYMENT ROUNDED = WS-LN-PRINCIPAL / WS-LN-TERM
     ELSE
      COMPUTE WS-LN-FACTOR = (1 + WS-LN-MRATE) ** WS-LN-TERM
       ON SIZE ERROR
        MOVE "N" TO WS-LN-VALID
      END-COMPUTE
      IF WS-LN-VALID = "Y"
       COMPUTE WS-LN-FACTOR-LESS = WS-LN-FACTOR - 1
       COMPUTE WS-LN-PMT-RATIO ROUNDED =
        WS-LN-MRATE * WS-LN-FACTOR / WS-LN-FACTOR-LESS
        ON SIZE ERROR
         MOVE "N" TO WS-LN-VALID
       END-COMPUTE
       COMPUTE WS-LN-PAYMENT ROUNDED =
        WS-LN-PRINCIPAL * WS-LN-PMT-RATIO
        ON SIZE ERROR
         MOVE "N" TO WS-LN-VALID
       END-COMPUTE
      END-IF
     END-IF
    END-IF
    IF WS-LN-VALID = "N"
     MOVE SPACES TO REPORT-RECORD
     STRING "Pair " WS-PAIR-COUNT ": invalid loan - principal " NUM1
            " rate " WS-RATE "% payments " NUM2
      DELIMITED BY SIZE INTO REPORT-RECORD
     WRITE REPORT-RECORD
    ELSE
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE SPACES TO REPORT-RECORD
     STRING "Pair " WS-PAIR-COUNT ": amortization of " WS-LN-PRINCIPAL
            " at " WS-RATE "% over " WS-LN-TERM " monthly payments"
      DELIMITED BY SIZE INTO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE SPACES TO REPORT-RECORD
     STRING "  PMT   PAYMENT     INTEREST    PRINCIPAL   BALANCE"
      DELIMITED BY SIZE INTO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE WS-LN-PRINCIPAL TO WS-LN-BALANCE
     MOVE 0 TO WS-LN-TOTAL-INT
     MOVE 0 TO WS-LN-TOTAL-PAID
     PERFORM VARYING WS-LN-PMT-NO FROM 1 BY 1
      UNTIL WS-LN-PMT-NO > WS-LN-TERM OR WS-LN-BALANCE = 0
      COMPUTE WS-LN-INTEREST ROUNDED = WS-LN-BALANCE * WS-LN-MRATE
      IF WS-LN-PMT-NO = WS-LN-TERM
         OR WS-LN-PAYMENT - WS-LN-INTEREST > WS-LN-BALANCE
       MOVE WS-LN-BALANCE TO WS-LN-PRIN-PART
       COMPUTE WS-LN-THIS-PMT = WS-LN-BALANCE + WS-LN-INTEREST
      ELSE
       MOVE WS-LN-PAYMENT TO WS-LN-THIS-PMT
       COMPUTE WS-LN-PRIN-PART = WS-LN-PAYMENT - WS-LN-INTEREST
      END-IF
      SUBTRACT WS-LN-PRIN-PART FROM WS-LN-BALANCE
      ADD WS-LN-INTEREST TO WS-LN-TOTAL-INT
      ADD WS-LN-THIS-PMT TO WS-LN-TOTAL-PAID
      MOVE SPACES TO REPORT-RECORD
      STRING "  " WS-LN-PMT-NO "   " WS-LN-THIS-PMT
             "  " WS-LN-INTEREST "  " WS-LN-PRIN-PART
             "  " WS-LN-BALANCE
       DELIMITED BY SIZE INTO REPORT-RECORD
      WRITE REPORT-RECORD
     END-PERFORM
     MOVE SPACES TO REPORT-RECORD
     STRING "  TOTAL PAID " WS-LN-TOTAL-PAID
            " TOTAL INTEREST " WS-LN-TOTAL-INT
            " REGULAR PAYMENT " WS-LN-PAYMENT
      DELIMITED BY SIZE INTO REPORT-RECORD
     WRITE REPORT-RECORD
     MOVE SPACES TO REPORT-RECORD
     WRITE REPORT-RECORD
    END-IF.

WRITE-CALC-LINE.
    MOVE SPACES TO REPORT-RECORD
    EVALUATE WS-OP-CODE
    STRING "                 "
           " PCT=" WS-PCT-COUNT
           " INT=" WS-INT-COUNT
           " LOAN=" WS-LOAN-COUNT
           " BAD=" WS-BADOP-COUNT
     DELIMITED BY SIZE INTO REPORT-RECORD
    WRITE REPORT-RECORD.
