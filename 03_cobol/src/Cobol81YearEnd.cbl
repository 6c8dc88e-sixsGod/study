IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol81YearEnd.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LedgerCatFile ASSIGN TO DYNAMIC WS-LEDGERCAT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEDGERCAT-STATUS.
    SELECT LedgerArchFile ASSIGN TO DYNAMIC WS-LEDGERARCH-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEDGERARCH-STATUS.
    SELECT OpenSnapFile ASSIGN TO DYNAMIC WS-OPENSNAP-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-OPENSNAP-STATUS.
    SELECT OpenBalFile ASSIGN TO DYNAMIC WS-OPENBAL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-OPENBAL-STATUS.
    SELECT YearEndRptFile ASSIGN TO DYNAMIC WS-YEARENDRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-YEARENDRPT-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
    SELECT ParmEchoFile ASSIGN TO "parmecho.txt"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PARMECHO-STATUS.
    SELECT OpsStatFile ASSIGN TO "opsstats.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-OPSSTAT-STATUS.
    SELECT ErrorLogFile ASSIGN TO "errors.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ERRLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD LedgerCatFile.
01 LEDGER-CAT-RECORD.
    COPY LEDGERCAT.

FD LedgerArchFile.
01 LEDGER-RECORD.
    05 AL-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 AL-DATE         PIC 9(08).
    05 FILLER          PIC X(01).
    05 AL-TYPE         PIC X(01).
    05 FILLER          PIC X(01).
    05 AL-AMOUNT       PIC S9(5)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.

FD OpenSnapFile.
01 OPEN-SNAP-RECORD.
    05 SN-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 SN-AMOUNT       PIC S9(7)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.

FD OpenBalFile.
01 OPEN-BAL-RECORD.
    05 OB-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 OB-AMOUNT       PIC S9(7)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.

FD YearEndRptFile.
01 YEAR-END-RPT-RECORD PIC X(132).

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.

FD ParmEchoFile.
01 PARM-ECHO-RECORD PIC X(100).

FD OpsStatFile.
01 OPS-STAT-RECORD.
    COPY OPSSTAT.

FD ErrorLogFile.
01 ERROR-LOG-RECORD.
    COPY ERRLOG.

WORKING-STORAGE SECTION.
01 WS-EL-PARAGRAPH     PIC X(20).
01 WS-EL-STATUS        PIC X(10).
01 WS-EndOfFile        PIC X VALUE "N".
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-LEDGERCAT-FILENAME PIC X(40) VALUE "sublgrcat.txt".
01 WS-OPENBAL-FILENAME PIC X(40) VALUE "subopen.dat".
01 WS-YEARENDRPT-FILENAME PIC X(40) VALUE "yearend.txt".
01 WS-LEDGERARCH-NAME  PIC X(40).
01 WS-OPENSNAP-NAME    PIC X(40).
01 WS-LEDGERCAT-STATUS PIC X(02).
01 WS-LEDGERARCH-STATUS PIC X(02).
01 WS-OPENSNAP-STATUS  PIC X(02).
01 WS-OPENBAL-STATUS   PIC X(02).
01 WS-YEARENDRPT-STATUS PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-CLOSE-YEAR       PIC 9(4) VALUE 0.
01 WS-NEXT-YEAR        PIC 9(4) VALUE 0.
01 WS-ARCH-EOF         PIC X VALUE "N".
01 WS-SNAP-EOF         PIC X VALUE "N".
01 WS-ALREADY-CLOSED   PIC X VALUE "N".
01 WS-CLOSED-ON        PIC 9(8) VALUE 0.
01 WS-LATER-RUN        PIC X VALUE "N".
01 WS-LATER-RUN-DATE   PIC 9(8) VALUE 0.
01 WS-CARRIED-FORWARD  PIC X VALUE "N".
01 WS-CAT-READ-COUNT   PIC 9(7) VALUE 0.
01 WS-ROWS-READ        PIC 9(7) VALUE 0.
01 WS-GEN-ROWS-READ    PIC 9(7) VALUE 0.
01 WS-ROWS-CATALOGUED  PIC 9(7) VALUE 0.
01 WS-TXN-COUNT        PIC 9(7) VALUE 0.
01 WS-IDX              PIC 9(3) VALUE 0.
01 WS-SLOT             PIC 9(3) VALUE 0.
01 WS-GEN              PIC 9(3) VALUE 0.
01 WS-LOOKUP-ACCOUNT   PIC X(10).
01 WS-SUM-OPEN         PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-SUM-DEBITS       PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-SUM-CREDITS      PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-SUM-ADJUST       PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-SUM-CLOSE        PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-PROOF-TOTAL      PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-LAST-GRAND-TOTAL PIC S9(11)V99 SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-EDIT-OPEN        PIC -(10)9.99.
01 WS-EDIT-DEBITS      PIC -(10)9.99.
01 WS-EDIT-CREDITS     PIC -(10)9.99.
01 WS-EDIT-ADJUST      PIC -(10)9.99.
01 WS-EDIT-CLOSE       PIC -(10)9.99.
01 WS-GEN-TABLE.
    05 WS-GN-COUNT     PIC 9(3) VALUE 0.
    05 WS-GN-ENTRY OCCURS 400 TIMES.
        10 WS-GN-RUN-DATE  PIC 9(08).
        10 WS-GN-ARCHIVE   PIC X(40).
        10 WS-GN-SNAP      PIC X(40).
        10 WS-GN-ROWS      PIC 9(07).
        10 WS-GN-CLOSE     PIC S9(11)V99 SIGN IS LEADING SEPARATE
                           CHARACTER.
01 WS-ACCT-TABLE.
    05 WS-AT-COUNT     PIC 9(3) VALUE 0.
    05 WS-AT-ENTRY OCCURS 500 TIMES.
        10 WS-AT-ACCOUNT   PIC X(10).
        10 WS-AT-OPEN      PIC S9(9)V99 SIGN IS LEADING SEPARATE
                           CHARACTER.
        10 WS-AT-DEBITS    PIC S9(9)V99 SIGN IS LEADING SEPARATE
                           CHARACTER.
        10 WS-AT-CREDITS   PIC S9(9)V99 SIGN IS LEADING SEPARATE
                           CHARACTER.
        10 WS-AT-ADJUST    PIC S9(9)V99 SIGN IS LEADING SEPARATE
                           CHARACTER.
        10 WS-AT-CLOSE     PIC S9(9)V99 SIGN IS LEADING SEPARATE
                           CHARACTER.
        10 WS-AT-TXNS      PIC 9(7).

01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
    05 WS-OPS-START-MM PIC 9(2).
    05 WS-OPS-START-SS PIC 9(2).
01 WS-OPS-END-HMS.
    05 WS-OPS-END-HH PIC 9(2).
    05 WS-OPS-END-MM PIC 9(2).
    05 WS-OPS-END-SS PIC 9(2).
01 WS-OPS-START-SECS PIC 9(7) VALUE 0.
01 WS-OPS-END-SECS PIC 9(7) VALUE 0.
01 WS-OPS-ELAPSED-SECS PIC 9(7) VALUE 0.

01 WS-PARMECHO-STATUS PIC X(2).
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol81YearEnd".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "SUBLGRCAT      NN".
        10 FILLER PIC X(17) VALUE "SUBOPENFILE    NN".
        10 FILLER PIC X(17) VALUE "CLOSEYEAR      NN".
        10 FILLER PIC X(17) VALUE "YEARENDRPT     NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting ledger year-end close..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-CLOSE-YEAR = 0
     MOVE WS-RUN-DATE(1:4) TO WS-CLOSE-YEAR
     IF WS-RUN-DATE(5:2) NOT = "12"
      SUBTRACT 1 FROM WS-CLOSE-YEAR
     END-IF
    END-IF
    DISPLAY "Closing ledger year: " WS-CLOSE-YEAR

    PERFORM LOAD-LEDGER-CATALOG
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: ledger archive catalogue is not usable."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM VARYING WS-GEN FROM 1 BY 1
     UNTIL WS-GEN > WS-GN-COUNT
     PERFORM APPLY-OPENING-SNAPSHOT
     PERFORM READ-ARCHIVE-GENERATION
    END-PERFORM

    OPEN OUTPUT YearEndRptFile
    IF WS-YEARENDRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open YearEndRptFile, status "
      WS-YEARENDRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-YEARENDRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM PRINT-ANNUAL-SUMMARY
    PERFORM PRINT-CONTROL-PAGE

    IF RETURN-CODE = 0
     PERFORM CARRY-BALANCES-FORWARD
    END-IF
    PERFORM PRINT-CARRY-FORWARD-LINE
    CLOSE YearEndRptFile

    DISPLAY "Statement runs in year: " WS-GN-COUNT
    DISPLAY "Archived ledger rows read: " WS-ROWS-READ
    DISPLAY "Accounts summarised: " WS-AT-COUNT
    DISPLAY "Transactions in year: " WS-TXN-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Ledger year-end close completed."
    GOBACK.

LOAD-LEDGER-CATALOG.
    OPEN INPUT LedgerCatFile
    IF WS-LEDGERCAT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ledger archive catalogue, status "
      WS-LEDGERCAT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-LEDGER-CATALOG" TO WS-EL-PARAGRAPH
     MOVE WS-LEDGERCAT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ LedgerCatFile
       AT END
        MOVE "Y" TO WS-EndOfFile
       NOT AT END
        ADD 1 TO WS-CAT-READ-COUNT
        IF LC-YEAR IS NUMERIC AND LC-RUN-DATE IS NUMERIC
         EVALUATE TRUE
          WHEN LC-PERIOD AND LC-YEAR = WS-CLOSE-YEAR
           PERFORM NOTE-CATALOG-PERIOD
          WHEN LC-PERIOD AND LC-YEAR > WS-CLOSE-YEAR
           IF WS-LATER-RUN = "N"
            MOVE "Y" TO WS-LATER-RUN
            MOVE LC-RUN-DATE TO WS-LATER-RUN-DATE
           END-IF
          WHEN LC-YEAR-END AND LC-YEAR = WS-CLOSE-YEAR
           MOVE "Y" TO WS-ALREADY-CLOSED
           MOVE LC-RUN-DATE TO WS-CLOSED-ON
          WHEN OTHER
           CONTINUE
         END-EVALUATE
        END-IF
      END-READ
     END-PERFORM
     CLOSE LedgerCatFile
     IF WS-GN-COUNT = 0 AND RETURN-CODE = 0
      DISPLAY "ERROR: no statement runs catalogued for year "
       WS-CLOSE-YEAR
      MOVE 8 TO RETURN-CODE
      MOVE "LOAD-LEDGER-CATALOG" TO WS-EL-PARAGRAPH
      MOVE "NOPERIODS" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     END-IF
    END-IF.

NOTE-CATALOG-PERIOD.
    IF WS-GN-COUNT >= 400
     DISPLAY "ERROR: more than 400 statement runs catalogued for "
      "year " WS-CLOSE-YEAR
     MOVE 8 TO RETURN-CODE
     MOVE "Y" TO WS-EndOfFile
    ELSE
     IF WS-GN-COUNT > 0
        AND LC-RUN-DATE < WS-GN-RUN-DATE(WS-GN-COUNT)
      DISPLAY "ERROR: ledger archive catalogue out of date order at "
       LC-RUN-DATE
      MOVE 8 TO RETURN-CODE
     END-IF
     ADD 1 TO WS-GN-COUNT
     MOVE LC-RUN-DATE TO WS-GN-RUN-DATE(WS-GN-COUNT)
     MOVE LC-ARCHIVE TO WS-GN-ARCHIVE(WS-GN-COUNT)
     MOVE LC-OPEN-SNAP TO WS-GN-SNAP(WS-GN-COUNT)
     MOVE LC-ROW-COUNT TO WS-GN-ROWS(WS-GN-COUNT)
     MOVE LC-CLOSE-TOTAL TO WS-GN-CLOSE(WS-GN-COUNT)
     ADD LC-ROW-COUNT TO WS-ROWS-CATALOGUED
    END-IF.

APPLY-OPENING-SNAPSHOT.
    MOVE WS-GN-SNAP(WS-GEN) TO WS-OPENSNAP-NAME
    MOVE "N" TO WS-SNAP-EOF
    IF WS-OPENSNAP-NAME = SPACES
     MOVE "99" TO WS-OPENSNAP-STATUS
    ELSE
     OPEN INPUT OpenSnapFile
    END-IF
    IF WS-OPENSNAP-STATUS NOT = "00"
     DISPLAY "WARNING: opening balances for run "
      WS-GN-RUN-DATE(WS-GEN) " unavailable; balances carried from "
      "the prior run."
     IF RETURN-CODE = 0
      MOVE 4 TO RETURN-CODE
     END-IF
    ELSE
     PERFORM UNTIL WS-SNAP-EOF = "Y"
      READ OpenSnapFile
       AT END
        MOVE "Y" TO WS-SNAP-EOF
       NOT AT END
        IF SN-ACCOUNT NOT = SPACES
         MOVE SN-ACCOUNT TO WS-LOOKUP-ACCOUNT
         PERFORM FIND-ACCOUNT-SLOT
         IF WS-SLOT > 0
          IF WS-GEN = 1
           MOVE SN-AMOUNT TO WS-AT-OPEN(WS-SLOT)
          ELSE
           IF SN-AMOUNT NOT = WS-AT-CLOSE(WS-SLOT)
            COMPUTE WS-AT-ADJUST(WS-SLOT) = WS-AT-ADJUST(WS-SLOT)
             + SN-AMOUNT - WS-AT-CLOSE(WS-SLOT)
           END-IF
          END-IF
          MOVE SN-AMOUNT TO WS-AT-CLOSE(WS-SLOT)
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE OpenSnapFile
    END-IF.

READ-ARCHIVE-GENERATION.
    MOVE WS-GN-ARCHIVE(WS-GEN) TO WS-LEDGERARCH-NAME
    MOVE 0 TO WS-GEN-ROWS-READ
    MOVE "N" TO WS-ARCH-EOF
    IF WS-LEDGERARCH-NAME NOT = SPACES
     OPEN INPUT LedgerArchFile
     IF WS-LEDGERARCH-STATUS NOT = "00"
      DISPLAY "ERROR: archived ledger "
       FUNCTION TRIM(WS-LEDGERARCH-NAME)
       " unavailable, status " WS-LEDGERARCH-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "READ-ARCHIVE-GEN" TO WS-EL-PARAGRAPH
      MOVE WS-LEDGERARCH-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      PERFORM UNTIL WS-ARCH-EOF = "Y"
       READ LedgerArchFile
        AT END
         MOVE "Y" TO WS-ARCH-EOF
        NOT AT END
         ADD 1 TO WS-GEN-ROWS-READ
         ADD 1 TO WS-ROWS-READ
         IF AL-ACCOUNT NOT = SPACES AND AL-TYPE NOT = "O"
          PERFORM POST-ARCHIVE-ROW
         END-IF
       END-READ
      END-PERFORM
      CLOSE LedgerArchFile
     END-IF
    END-IF
    IF WS-GEN-ROWS-READ NOT = WS-GN-ROWS(WS-GEN)
     DISPLAY "ERROR: run " WS-GN-RUN-DATE(WS-GEN) " archived rows "
      WS-GEN-ROWS-READ " do not match catalogue count "
      WS-GN-ROWS(WS-GEN)
     MOVE 8 TO RETURN-CODE
     MOVE "READ-ARCHIVE-GEN" TO WS-EL-PARAGRAPH
     MOVE "ROWCOUNT" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

POST-ARCHIVE-ROW.
    MOVE AL-ACCOUNT TO WS-LOOKUP-ACCOUNT
    PERFORM FIND-ACCOUNT-SLOT
    IF WS-SLOT > 0
     ADD 1 TO WS-TXN-COUNT
     ADD 1 TO WS-AT-TXNS(WS-SLOT)
     EVALUATE AL-TYPE
      WHEN "D"
       ADD AL-AMOUNT TO WS-AT-DEBITS(WS-SLOT)
       SUBTRACT AL-AMOUNT FROM WS-AT-CLOSE(WS-SLOT)
      WHEN "C"
       ADD AL-AMOUNT TO WS-AT-CREDITS(WS-SLOT)
       ADD AL-AMOUNT TO WS-AT-CLOSE(WS-SLOT)
      WHEN OTHER
       CONTINUE
     END-EVALUATE
    END-IF.

FIND-ACCOUNT-SLOT.
    MOVE 0 TO WS-SLOT
    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-AT-COUNT OR WS-SLOT > 0
     IF WS-AT-ACCOUNT(WS-IDX) = WS-LOOKUP-ACCOUNT
      MOVE WS-IDX TO WS-SLOT
     END-IF
    END-PERFORM
    IF WS-SLOT = 0
     IF WS-AT-COUNT < 500
      ADD 1 TO WS-AT-COUNT
      MOVE WS-AT-COUNT TO WS-SLOT
      MOVE WS-LOOKUP-ACCOUNT TO WS-AT-ACCOUNT(WS-SLOT)
      MOVE 0 TO WS-AT-OPEN(WS-SLOT)
      MOVE 0 TO WS-AT-DEBITS(WS-SLOT)
      MOVE 0 TO WS-AT-CREDITS(WS-SLOT)
      MOVE 0 TO WS-AT-ADJUST(WS-SLOT)
      MOVE 0 TO WS-AT-CLOSE(WS-SLOT)
      MOVE 0 TO WS-AT-TXNS(WS-SLOT)
     ELSE
      DISPLAY "ERROR: more than 500 ledger accounts; account "
       WS-LOOKUP-ACCOUNT " not summarised."
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

PRINT-ANNUAL-SUMMARY.
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "ANNUAL ACCOUNT SUMMARY FOR YEAR " WS-CLOSE-YEAR
           "   RUN DATE " WS-RUN-DATE
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE SPACES TO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE "ACCOUNT      OPENING 1 JAN    TOTAL DEBITS   TOTAL CREDITS    ADJUSTMENTS  CLOSING BALANCE    TXNS"
     TO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-AT-COUNT
     MOVE WS-AT-OPEN(WS-IDX) TO WS-EDIT-OPEN
     MOVE WS-AT-DEBITS(WS-IDX) TO WS-EDIT-DEBITS
     MOVE WS-AT-CREDITS(WS-IDX) TO WS-EDIT-CREDITS
     MOVE WS-AT-ADJUST(WS-IDX) TO WS-EDIT-ADJUST
     MOVE WS-AT-CLOSE(WS-IDX) TO WS-EDIT-CLOSE
     MOVE SPACES TO YEAR-END-RPT-RECORD
     STRING WS-AT-ACCOUNT(WS-IDX) " " WS-EDIT-OPEN " "
            WS-EDIT-DEBITS " " WS-EDIT-CREDITS " "
            WS-EDIT-ADJUST " " WS-EDIT-CLOSE " "
            WS-AT-TXNS(WS-IDX)
      DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
     WRITE YEAR-END-RPT-RECORD
     ADD WS-AT-OPEN(WS-IDX) TO WS-SUM-OPEN
     ADD WS-AT-DEBITS(WS-IDX) TO WS-SUM-DEBITS
     ADD WS-AT-CREDITS(WS-IDX) TO WS-SUM-CREDITS
     ADD WS-AT-ADJUST(WS-IDX) TO WS-SUM-ADJUST
     ADD WS-AT-CLOSE(WS-IDX) TO WS-SUM-CLOSE
    END-PERFORM
    MOVE WS-SUM-OPEN TO WS-EDIT-OPEN
    MOVE WS-SUM-DEBITS TO WS-EDIT-DEBITS
    MOVE WS-SUM-CREDITS TO WS-EDIT-CREDITS
    MOVE WS-SUM-ADJUST TO WS-EDIT-ADJUST
    MOVE WS-SUM-CLOSE TO WS-EDIT-CLOSE
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "TOTAL      " WS-EDIT-OPEN " "
           WS-EDIT-DEBITS " " WS-EDIT-CREDITS " "
           WS-EDIT-ADJUST " " WS-EDIT-CLOSE " "
           WS-TXN-COUNT
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD.

PRINT-CONTROL-PAGE.
    MOVE WS-GN-CLOSE(WS-GN-COUNT) TO WS-LAST-GRAND-TOTAL
    COMPUTE WS-PROOF-TOTAL = WS-SUM-OPEN - WS-SUM-DEBITS
     + WS-SUM-CREDITS + WS-SUM-ADJUST
    MOVE SPACES TO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE "---- YEAR-END CONTROL PAGE ----" TO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "STATEMENT RUNS IN YEAR   = " WS-GN-COUNT
           "  FIRST " WS-GN-RUN-DATE(1)
           "  LAST " WS-GN-RUN-DATE(WS-GN-COUNT)
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "ARCHIVED ROWS READ       = " WS-ROWS-READ
           "  CATALOGUED " WS-ROWS-CATALOGUED
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-SUM-OPEN TO WS-EDIT-OPEN
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "SUM OF OPENING BALANCES  = " WS-EDIT-OPEN
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-SUM-DEBITS TO WS-EDIT-DEBITS
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "LESS TOTAL DEBITS        = " WS-EDIT-DEBITS
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-SUM-CREDITS TO WS-EDIT-CREDITS
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "PLUS TOTAL CREDITS       = " WS-EDIT-CREDITS
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-SUM-ADJUST TO WS-EDIT-ADJUST
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "PLUS ADJUSTMENTS         = " WS-EDIT-ADJUST
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-PROOF-TOTAL TO WS-EDIT-OPEN
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "COMPUTED CLOSING TOTAL   = " WS-EDIT-OPEN
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-SUM-CLOSE TO WS-EDIT-CLOSE
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "SUM OF ACCOUNT CLOSINGS  = " WS-EDIT-CLOSE
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    MOVE WS-LAST-GRAND-TOTAL TO WS-EDIT-CLOSE
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "LAST STATEMENT RUN TOTAL = " WS-EDIT-CLOSE
           "  RUN " WS-GN-RUN-DATE(WS-GN-COUNT)
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD
    IF WS-ROWS-READ NOT = WS-ROWS-CATALOGUED
     MOVE "*** ARCHIVED LEDGER DOES NOT MATCH THE CATALOGUE ***"
      TO YEAR-END-RPT-RECORD
     WRITE YEAR-END-RPT-RECORD
    END-IF
    IF WS-SUM-CLOSE = WS-LAST-GRAND-TOTAL
       AND WS-SUM-CLOSE = WS-PROOF-TOTAL
     MOVE "ACCOUNT CLOSINGS AGREE TO THE LAST STATEMENT RUN"
      TO YEAR-END-RPT-RECORD
     WRITE YEAR-END-RPT-RECORD
    ELSE
     MOVE "*** ACCOUNT CLOSINGS OUT OF BALANCE ***"
      TO YEAR-END-RPT-RECORD
     WRITE YEAR-END-RPT-RECORD
     DISPLAY "ERROR: annual summary does not balance to the last "
      "statement run."
     MOVE 8 TO RETURN-CODE
     MOVE "PRINT-CONTROL-PAGE" TO WS-EL-PARAGRAPH
     MOVE "OUTOFBAL" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

CARRY-BALANCES-FORWARD.
    EVALUATE TRUE
     WHEN WS-ALREADY-CLOSED = "Y"
      DISPLAY "NOTE: year " WS-CLOSE-YEAR " already closed on "
       WS-CLOSED-ON "; balances not carried forward again."
     WHEN WS-LATER-RUN = "Y"
      DISPLAY "WARNING: statements already run for the following "
       "year on " WS-LATER-RUN-DATE "; balances not carried forward."
      MOVE 4 TO RETURN-CODE
     WHEN OTHER
      OPEN OUTPUT OpenBalFile
      IF WS-OPENBAL-STATUS NOT = "00"
       DISPLAY "ERROR: unable to carry balances forward, status "
        WS-OPENBAL-STATUS
       MOVE "CARRY-BALANCES-FWD" TO WS-EL-PARAGRAPH
       MOVE WS-OPENBAL-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       MOVE 8 TO RETURN-CODE
      ELSE
       PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-AT-COUNT
        MOVE SPACES TO OPEN-BAL-RECORD
        MOVE WS-AT-ACCOUNT(WS-IDX) TO OB-ACCOUNT
        MOVE WS-AT-CLOSE(WS-IDX) TO OB-AMOUNT
        WRITE OPEN-BAL-RECORD
       END-PERFORM
       CLOSE OpenBalFile
       PERFORM WRITE-YEAR-END-MARK
      END-IF
    END-EVALUATE.

WRITE-YEAR-END-MARK.
    MOVE SPACES TO LEDGER-CAT-RECORD
    MOVE "Y" TO LC-TYPE
    MOVE WS-CLOSE-YEAR TO LC-YEAR
    MOVE WS-RUN-DATE TO LC-RUN-DATE
    MOVE WS-YEARENDRPT-FILENAME TO LC-ARCHIVE
    MOVE WS-OPENBAL-FILENAME TO LC-OPEN-SNAP
    MOVE WS-AT-COUNT TO LC-ROW-COUNT
    MOVE WS-SUM-OPEN TO LC-OPEN-TOTAL
    MOVE WS-SUM-CLOSE TO LC-CLOSE-TOTAL
    OPEN EXTEND LedgerCatFile
    IF WS-LEDGERCAT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to record year-end close, status "
      WS-LEDGERCAT-STATUS
     MOVE "WRITE-YEAR-END-MARK" TO WS-EL-PARAGRAPH
     MOVE WS-LEDGERCAT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    ELSE
     WRITE LEDGER-CAT-RECORD
     CLOSE LedgerCatFile
     MOVE "Y" TO WS-CARRIED-FORWARD
    END-IF.

PRINT-CARRY-FORWARD-LINE.
    MOVE SPACES TO YEAR-END-RPT-RECORD
    EVALUATE TRUE
     WHEN WS-CARRIED-FORWARD = "Y"
      COMPUTE WS-NEXT-YEAR = WS-CLOSE-YEAR + 1
      STRING "CLOSING BALANCES CARRIED FORWARD TO "
             FUNCTION TRIM(WS-OPENBAL-FILENAME)
             " AS OPENING BALANCES FOR " WS-NEXT-YEAR
       DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
     WHEN WS-ALREADY-CLOSED = "Y"
      STRING "RERUN - YEAR ALREADY CLOSED ON " WS-CLOSED-ON
             "; BALANCES NOT CARRIED FORWARD AGAIN"
       DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
     WHEN OTHER
      MOVE "*** BALANCES NOT CARRIED FORWARD ***"
       TO YEAR-END-RPT-RECORD
    END-EVALUATE
    WRITE YEAR-END-RPT-RECORD
    MOVE SPACES TO YEAR-END-RPT-RECORD
    STRING "TRL RECORDCOUNT=" WS-AT-COUNT
     DELIMITED BY SIZE INTO YEAR-END-RPT-RECORD
    WRITE YEAR-END-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol81YearEnd" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
    MOVE WS-EL-STATUS TO EL-STATUS
    MOVE FUNCTION CURRENT-DATE TO EL-TIMESTAMP
    OPEN EXTEND ErrorLogFile
    IF WS-ERRLOG-STATUS NOT = "00"
     OPEN OUTPUT ErrorLogFile
    END-IF
    WRITE ERROR-LOG-RECORD
    CLOSE ErrorLogFile.

WRITE-OPS-STAT.
    MOVE "Cobol81YearEnd" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-GN-COUNT TO OS-COUNT1
    MOVE WS-AT-COUNT TO OS-COUNT2
    MOVE WS-TXN-COUNT TO OS-COUNT3
    ACCEPT WS-OPS-END-HMS FROM TIME
    COMPUTE WS-OPS-START-SECS =
     (WS-OPS-START-HH * 3600) + (WS-OPS-START-MM * 60)
      + WS-OPS-START-SS
    COMPUTE WS-OPS-END-SECS =
     (WS-OPS-END-HH * 3600) + (WS-OPS-END-MM * 60)
      + WS-OPS-END-SS
    IF WS-OPS-END-SECS >= WS-OPS-START-SECS
     COMPUTE WS-OPS-ELAPSED-SECS =
      WS-OPS-END-SECS - WS-OPS-START-SECS
    ELSE
     COMPUTE WS-OPS-ELAPSED-SECS =
      WS-OPS-END-SECS - WS-OPS-START-SECS + 86400
    END-IF
    MOVE WS-OPS-START-HMS TO OS-START-TIME
    MOVE WS-OPS-END-HMS TO OS-END-TIME
    MOVE WS-OPS-ELAPSED-SECS TO OS-ELAPSED-SEC
    MOVE FUNCTION CURRENT-DATE TO OS-TIMESTAMP
    OPEN EXTEND OpsStatFile
    IF WS-OPSSTAT-STATUS NOT = "00"
     OPEN OUTPUT OpsStatFile
    END-IF
    WRITE OPS-STAT-RECORD
    CLOSE OpsStatFile.

LOAD-SYSPARMS.
    OPEN INPUT SysParmFile
    IF WS-SYSPARM-STATUS = "00"
     PERFORM UNTIL WS-SYSPARM-EOF = "Y"
      READ SysParmFile INTO SYSPARM-RECORD
          AT END
           MOVE "Y" TO WS-SYSPARM-EOF
          NOT AT END
           PERFORM CHECK-PARM-KEY
           EVALUATE FP-KEY
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
             END-IF
            WHEN "CLOSEYEAR"
             IF FP-VALUE(1:4) IS NUMERIC
              MOVE FP-VALUE(1:4) TO WS-CLOSE-YEAR
             END-IF
            WHEN "SUBLGRCAT"
             MOVE FP-VALUE TO WS-LEDGERCAT-FILENAME
            WHEN "SUBOPENFILE"
             MOVE FP-VALUE TO WS-OPENBAL-FILENAME
            WHEN "YEARENDRPT"
             MOVE FP-VALUE TO WS-YEARENDRPT-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
     CLOSE SysParmFile
    END-IF
    PERFORM VERIFY-PARAMETERS.

CHECK-PARM-KEY.
    IF FP-KEY = SPACES OR FP-KEY(1:1) = "*"
     CONTINUE
    ELSE
    IF FP-KEY = "MANDATORY"
     PERFORM NOTE-MANDATORY-PARM
    ELSE
     MOVE "N" TO WS-PARM-KEY-VALID
     PERFORM VARYING WS-VK-IDX FROM 1 BY 1
      UNTIL WS-VK-IDX > VK-KEY-COUNT
      IF VK-KEY(WS-VK-IDX) = FP-KEY
       MOVE "Y" TO WS-PARM-KEY-VALID
      END-IF
     END-PERFORM
     IF WS-PARM-KEY-VALID = "N"
      DISPLAY "ERROR: unknown parameter key '"
       FUNCTION TRIM(FP-KEY) "' in sysparm.ctl"
      MOVE 8 TO RETURN-CODE
     ELSE
      PERFORM VARYING WS-OK-IDX FROM 1 BY 1
       UNTIL WS-OK-IDX > WS-OWNED-KEY-COUNT
       IF WS-OK-KEY(WS-OK-IDX) = FP-KEY
        MOVE "Y" TO WS-OK-SEEN(WS-OK-IDX)
        PERFORM ECHO-PARM-LINE
       END-IF
      END-PERFORM
     END-IF
    END-IF
    END-IF.

NOTE-MANDATORY-PARM.
    MOVE SPACES TO WS-MANDATORY-PROG
    MOVE SPACES TO WS-MANDATORY-KEY
    UNSTRING FP-VALUE DELIMITED BY ALL " "
     INTO WS-MANDATORY-PROG WS-MANDATORY-KEY
    END-UNSTRING
    IF WS-MANDATORY-PROG = WS-PARM-PROGRAM
     PERFORM VARYING WS-OK-IDX FROM 1 BY 1
      UNTIL WS-OK-IDX > WS-OWNED-KEY-COUNT
      IF WS-OK-KEY(WS-OK-IDX) = WS-MANDATORY-KEY
       MOVE "Y" TO WS-OK-MAND(WS-OK-IDX)
      END-IF
     END-PERFORM
    END-IF.

VERIFY-PARAMETERS.
    PERFORM VARYING WS-OK-IDX FROM 1 BY 1
     UNTIL WS-OK-IDX > WS-OWNED-KEY-COUNT
     IF WS-OK-SEEN(WS-OK-IDX) = "N"
      IF WS-OK-MAND(WS-OK-IDX) = "Y"
       DISPLAY "ERROR: mandatory parameter "
        FUNCTION TRIM(WS-OK-KEY(WS-OK-IDX))
        " missing for " FUNCTION TRIM(WS-PARM-PROGRAM)
       MOVE 8 TO RETURN-CODE
      END-IF
      PERFORM ECHO-DEFAULT-LINE
     END-IF
    END-PERFORM.

ECHO-PARM-LINE.
    OPEN EXTEND ParmEchoFile
    IF WS-PARMECHO-STATUS NOT = "00"
     OPEN OUTPUT ParmEchoFile
    END-IF
    MOVE SPACES TO PARM-ECHO-RECORD
    STRING WS-PARM-PROGRAM " " WS-OK-KEY(WS-OK-IDX)
           " VALUE=" FP-VALUE " SOURCE=PARM"
     DELIMITED BY SIZE INTO PARM-ECHO-RECORD
    WRITE PARM-ECHO-RECORD
    CLOSE ParmEchoFile.

ECHO-DEFAULT-LINE.
    OPEN EXTEND ParmEchoFile
    IF WS-PARMECHO-STATUS NOT = "00"
     OPEN OUTPUT ParmEchoFile
    END-IF
    MOVE SPACES TO PARM-ECHO-RECORD
    STRING WS-PARM-PROGRAM " " WS-OK-KEY(WS-OK-IDX)
           " SOURCE=DEFAULT"
     DELIMITED BY SIZE INTO PARM-ECHO-RECORD
    WRITE PARM-ECHO-RECORD
    CLOSE ParmEchoFile.
