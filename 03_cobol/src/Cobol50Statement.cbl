    SELECT LedgerArchFile ASSIGN TO DYNAMIC WS-LEDGERARCH-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEDGERARCH-STATUS.
    SELECT OpenSnapFile ASSIGN TO DYNAMIC WS-OPENSNAP-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-OPENSNAP-STATUS.
    SELECT LedgerCatFile ASSIGN TO DYNAMIC WS-LEDGERCAT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEDGERCAT-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
FD LedgerArchFile.
01 LEDGER-ARCH-RECORD PIC X(40).

FD OpenSnapFile.
01 OPEN-SNAP-RECORD.
    05 SN-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 SN-AMOUNT       PIC S9(7)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.

FD LedgerCatFile.
01 LEDGER-CAT-RECORD.
    COPY LEDGERCAT.

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
01 WS-LEDGERARCH-NAME  PIC X(40).
01 WS-LEDGERARCH-STATUS PIC X(02).
01 WS-ARCHIVE-COUNT    PIC 9(7) VALUE 0.
01 WS-OPENSNAP-NAME    PIC X(40).
01 WS-OPENSNAP-STATUS  PIC X(02).
01 WS-LEDGERCAT-FILENAME PIC X(40) VALUE "sublgrcat.txt".
01 WS-LEDGERCAT-STATUS PIC X(02).
01 WS-OPENBAL-STATUS   PIC X(02).
01 WS-STATEMENT-STATUS PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "SUBLEDGERFILE  NN".
        10 FILLER PIC X(17) VALUE "SUBOPENFILE    NN".
        10 FILLER PIC X(17) VALUE "SUBSTMTFILE    NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "SUBLGRCAT      NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
    CLOSE StatementFile

    PERFORM SAVE-CLOSING-BALANCES
    IF RETURN-CODE = 0
     PERFORM SAVE-OPENING-SNAPSHOT
    END-IF
    IF RETURN-CODE = 0
     PERFORM ARCHIVE-LEDGER-FILE
    END-IF
    IF RETURN-CODE = 0
     PERFORM WRITE-LEDGER-CATALOG
    END-IF

    DISPLAY "Accounts on file: " WS-AT-COUNT
    DISPLAY "Ledger transactions: " WS-TXN-COUNT
     CLOSE OpenBalFile
    END-IF.

SAVE-OPENING-SNAPSHOT.
    MOVE SPACES TO WS-OPENSNAP-NAME
    STRING FUNCTION TRIM(WS-OPENBAL-FILENAME) ".D" WS-RUN-DATE
     DELIMITED BY SIZE INTO WS-OPENSNAP-NAME
    OPEN OUTPUT OpenSnapFile
    IF WS-OPENSNAP-STATUS NOT = "00"
     DISPLAY "ERROR: unable to save opening balances "
      FUNCTION TRIM(WS-OPENSNAP-NAME)
      ", status " WS-OPENSNAP-STATUS
     MOVE "SAVE-OPENING-SNAP" TO WS-EL-PARAGRAPH
     MOVE WS-OPENSNAP-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    ELSE
     PERFORM VARYING WS-IDX FROM 1 BY 1
      UNTIL WS-IDX > WS-AT-COUNT
      MOVE SPACES TO OPEN-SNAP-RECORD
      MOVE WS-AT-ACCOUNT(WS-IDX) TO SN-ACCOUNT
      MOVE WS-AT-OPEN(WS-IDX) TO SN-AMOUNT
      WRITE OPEN-SNAP-RECORD
     END-PERFORM
     CLOSE OpenSnapFile
    END-IF.

ARCHIVE-LEDGER-FILE.
    MOVE SPACES TO WS-LEDGERARCH-NAME
    STRING FUNCTION TRIM(WS-LEDGER-FILENAME) ".D" WS-RUN-DATE
     END-IF
    END-IF.

WRITE-LEDGER-CATALOG.
    MOVE SPACES TO LEDGER-CAT-RECORD
    MOVE "P" TO LC-TYPE
    MOVE WS-RUN-DATE(1:4) TO LC-YEAR
    MOVE WS-RUN-DATE TO LC-RUN-DATE
    IF WS-ARCHIVE-COUNT > 0
     MOVE WS-LEDGERARCH-NAME TO LC-ARCHIVE
    END-IF
    MOVE WS-OPENSNAP-NAME TO LC-OPEN-SNAP
    MOVE WS-ARCHIVE-COUNT TO LC-ROW-COUNT
    MOVE 0 TO LC-OPEN-TOTAL
    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-AT-COUNT
     ADD WS-AT-OPEN(WS-IDX) TO LC-OPEN-TOTAL
    END-PERFORM
    MOVE WS-GRAND-CLOSING TO LC-CLOSE-TOTAL
    OPEN EXTEND LedgerCatFile
    IF WS-LEDGERCAT-STATUS NOT = "00"
     OPEN OUTPUT LedgerCatFile
    END-IF
    IF WS-LEDGERCAT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to catalogue ledger period, status "
      WS-LEDGERCAT-STATUS
     MOVE "WRITE-LEDGER-CAT" TO WS-EL-PARAGRAPH
     MOVE WS-LEDGERCAT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    ELSE
     WRITE LEDGER-CAT-RECORD
     CLOSE LedgerCatFile
    END-IF.

LOG-ERROR.
    MOVE "Cobol50Statement" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
             MOVE FP-VALUE TO WS-OPENBAL-FILENAME
            WHEN "SUBSTMTFILE"
             MOVE FP-VALUE TO WS-STATEMENT-FILENAME
            WHEN "SUBLGRCAT"
             MOVE FP-VALUE TO WS-LEDGERCAT-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
