IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol57Aging.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LedgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEDGER-STATUS.
    SELECT AcctMasterFile ASSIGN TO DYNAMIC WS-ACCTMAST-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS AM-ACCOUNT
     ALTERNATE RECORD KEY IS AM-PR-ID WITH DUPLICATES
     FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT AgingRptFile ASSIGN TO DYNAMIC WS-AGINGRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AGINGRPT-STATUS.
    SELECT DunningFile ASSIGN TO DYNAMIC WS-DUNNING-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DUNNING-STATUS.
    SELECT DunHistFile ASSIGN TO DYNAMIC WS-DUNHIST-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DUNHIST-STATUS.
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
FD LedgerFile.
01 LEDGER-RECORD.
    05 AL-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 AL-DATE         PIC 9(08).
    05 FILLER          PIC X(01).
    05 AL-TYPE         PIC X(01).
    05 FILLER          PIC X(01).
    05 AL-AMOUNT       PIC S9(5)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.

FD AcctMasterFile.
01 ACCT-MASTER-RECORD.
    COPY ACCTMAST.

FD PersonFile.
01 PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==DB-==.

FD AgingRptFile.
01 AGING-RPT-RECORD PIC X(132).

FD DunningFile.
01 DUNNING-RECORD.
    05 DN-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 DN-PR-ID        PIC 9(07).
    05 FILLER          PIC X(01).
    05 DN-LEVEL        PIC 9(01).
    05 FILLER          PIC X(01).
    05 DN-NOTICE       PIC X(24).
    05 FILLER          PIC X(01).
    05 DN-AMOUNT       PIC S9(7)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.
    05 FILLER          PIC X(01).
    05 DN-NAME         PIC X(20).
    05 FILLER          PIC X(01).
    05 DN-ADDR-LINE1   PIC X(30).
    05 FILLER          PIC X(01).
    05 DN-ADDR-LINE2   PIC X(30).
    05 FILLER          PIC X(01).
    05 DN-RUN-DATE     PIC 9(08).

FD DunHistFile.
01 DUN-HIST-RECORD.
    05 DH-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 DH-LEVEL        PIC 9(01).
    05 FILLER          PIC X(01).
    05 DH-DATE         PIC 9(08).

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
01 WS-EL-PARAGRAPH       PIC X(20).
01 WS-EL-STATUS          PIC X(10).
01 WS-SYSPARM-EOF        PIC X VALUE "N".
01 WS-LEDGER-EOF         PIC X VALUE "N".
01 WS-ACCTMAST-EOF       PIC X VALUE "N".
01 WS-DUNHIST-EOF        PIC X VALUE "N".
01 WS-LEDGER-FILENAME    PIC X(40) VALUE "sublgr.txt".
01 WS-ACCTMAST-FILENAME  PIC X(40) VALUE "acctmast.dat".
01 WS-PERSON-FILENAME    PIC X(40) VALUE "persondb.dat".
01 WS-AGINGRPT-FILENAME  PIC X(40) VALUE "agingrpt.txt".
01 WS-DUNNING-FILENAME   PIC X(40) VALUE "dunning.txt".
01 WS-DUNHIST-FILENAME   PIC X(40) VALUE "dunhist.dat".
01 WS-LEDGER-STATUS      PIC X(02).
01 WS-ACCTMAST-STATUS    PIC X(02).
01 WS-DB-STATUS          PIC X(02).
01 WS-AGINGRPT-STATUS    PIC X(02).
01 WS-DUNNING-STATUS     PIC X(02).
01 WS-DUNHIST-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS     PIC X(02).
01 WS-OPSSTAT-STATUS     PIC X(02).
01 WS-ERRLOG-STATUS      PIC X(02).
01 WS-RUN-DATE           PIC 9(8).
01 WS-RUN-DAYNUM         PIC 9(7) VALUE 0.
01 WS-AGE-DAYS           PIC S9(7) VALUE 0.
01 WS-AGE-DATE           PIC 9(8) VALUE 0.
01 WS-ALLOC-AMT          PIC 9(9)V99 VALUE 0.
01 WS-REMAINING          PIC 9(9)V99 VALUE 0.
01 WS-ACCT-COUNT-READ    PIC 9(7) VALUE 0.
01 WS-LEDGER-COUNT       PIC 9(7) VALUE 0.
01 WS-NOTICE-COUNT       PIC 9(7) VALUE 0.
01 WS-SUPPRESS-COUNT     PIC 9(7) VALUE 0.
01 WS-NOADDR-COUNT       PIC 9(7) VALUE 0.
01 WS-DEBIT-DROP-COUNT   PIC 9(7) VALUE 0.
01 WS-NOTICE-STATE       PIC X(12).
01 WS-AG-IDX             PIC 9(3) VALUE 0.
01 WS-AG-FOUND-IDX       PIC 9(3) VALUE 0.
01 WS-AGING-TABLE.
    05 WS-AG-COUNT       PIC 9(3) VALUE 0.
    05 WS-AG-ENTRY OCCURS 500 TIMES.
        10 WS-AG-ACCOUNT     PIC X(10).
        10 WS-AG-PR-ID       PIC 9(7).
        10 WS-AG-OPEN-DATE   PIC 9(8).
        10 WS-AG-OWED        PIC 9(9)V99.
        10 WS-AG-BUCKET      PIC 9(9)V99 OCCURS 4 TIMES.
        10 WS-AG-LEVEL       PIC 9(1).
01 WS-BK-IDX             PIC 9(1) VALUE 0.
01 WS-DT-IDX             PIC 9(4) VALUE 0.
01 WS-DEBIT-TABLE.
    05 WS-DT-COUNT       PIC 9(4) VALUE 0.
    05 WS-DT-ENTRY OCCURS 5000 TIMES.
        10 WS-DT-ACCT-IDX    PIC 9(3).
        10 WS-DT-DATE        PIC 9(8).
        10 WS-DT-AMOUNT      PIC 9(5)V99.
01 WS-DH-IDX             PIC 9(3) VALUE 0.
01 WS-DH-FOUND-IDX       PIC 9(3) VALUE 0.
01 WS-DUNHIST-TABLE.
    05 WS-DH-COUNT       PIC 9(3) VALUE 0.
    05 WS-DH-ENTRY OCCURS 500 TIMES.
        10 WS-DH-ACCOUNT     PIC X(10).
        10 WS-DH-LEVEL       PIC 9(1).
        10 WS-DH-DATE        PIC 9(8).
        10 WS-DH-KEEP        PIC X.
01 WS-BUCKET-TOTALS.
    05 WS-BT-AMOUNT      PIC 9(11)V99 OCCURS 4 TIMES.
    05 WS-BT-ACCOUNTS    PIC 9(7) OCCURS 4 TIMES.
01 WS-OWED-TOTAL         PIC 9(11)V99 VALUE 0.
01 WS-BUCKET-SUM         PIC 9(11)V99 VALUE 0.
01 WS-NOTICE-TEXT-VALUES.
    05 FILLER            PIC X(24) VALUE "PAYMENT REMINDER".
    05 FILLER            PIC X(24) VALUE "FIRST OVERDUE NOTICE".
    05 FILLER            PIC X(24) VALUE "SECOND OVERDUE NOTICE".
    05 FILLER            PIC X(24) VALUE "FINAL NOTICE".
01 FILLER REDEFINES WS-NOTICE-TEXT-VALUES.
    05 WS-NOTICE-TEXT    PIC X(24) OCCURS 4 TIMES.
01 WS-BUCKET-NAME-VALUES.
    05 FILLER            PIC X(8) VALUE "CURRENT".
    05 FILLER            PIC X(8) VALUE "30-59".
    05 FILLER            PIC X(8) VALUE "60-89".
    05 FILLER            PIC X(8) VALUE "90+".
01 FILLER REDEFINES WS-BUCKET-NAME-VALUES.
    05 WS-BUCKET-NAME    PIC X(8) OCCURS 4 TIMES.

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol57Aging".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 7.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "SUBLEDGERFILE  NN".
        10 FILLER PIC X(17) VALUE "ACCTMASTFILE   NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "AGINGRPTFILE   NN".
        10 FILLER PIC X(17) VALUE "DUNNINGFILE    NN".
        10 FILLER PIC X(17) VALUE "DUNHISTFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 7 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting ledger delinquency aging..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    COMPUTE WS-RUN-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
    INITIALIZE WS-BUCKET-TOTALS

    PERFORM LOAD-OVERDRAWN-ACCOUNTS
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    PERFORM LOAD-LEDGER-DEBITS
    PERFORM LOAD-DUNNING-HISTORY

    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT AgingRptFile
    IF WS-AGINGRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AgingRptFile, status "
      WS-AGINGRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-AGINGRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT DunningFile
    IF WS-DUNNING-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open DunningFile, status "
      WS-DUNNING-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DUNNING-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     CLOSE AgingRptFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM WRITE-AGING-HEADINGS
    PERFORM VARYING WS-AG-IDX FROM 1 BY 1
     UNTIL WS-AG-IDX > WS-AG-COUNT
     PERFORM AGE-ACCOUNT
     PERFORM ISSUE-DUNNING-NOTICE
     PERFORM WRITE-AGING-LINE
    END-PERFORM
    PERFORM WRITE-AGING-TOTALS

    CLOSE PersonFile
    CLOSE AgingRptFile
    CLOSE DunningFile

    IF RETURN-CODE < 8
     PERFORM SAVE-DUNNING-HISTORY
    END-IF

    DISPLAY "Overdrawn accounts aged: " WS-AG-COUNT
    DISPLAY "Dunning notices issued: " WS-NOTICE-COUNT
    DISPLAY "Dunning notices suppressed: " WS-SUPPRESS-COUNT
    DISPLAY "Accounts with no mailing address: " WS-NOADDR-COUNT
    IF WS-NOADDR-COUNT > 0 AND RETURN-CODE = 0
     MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Ledger delinquency aging completed."
    GOBACK.

LOAD-OVERDRAWN-ACCOUNTS.
    OPEN INPUT AcctMasterFile
    IF WS-ACCTMAST-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AcctMasterFile, status "
      WS-ACCTMAST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-OVERDRAWN-ACCOUNTS" TO WS-EL-PARAGRAPH
     MOVE WS-ACCTMAST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-ACCTMAST-EOF = "Y"
      READ AcctMasterFile NEXT RECORD
          AT END
           MOVE "Y" TO WS-ACCTMAST-EOF
          NOT AT END
           ADD 1 TO WS-ACCT-COUNT-READ
           IF AM-BALANCE < 0
            IF WS-AG-COUNT < 500
             ADD 1 TO WS-AG-COUNT
             MOVE AM-ACCOUNT TO WS-AG-ACCOUNT(WS-AG-COUNT)
             MOVE AM-PR-ID TO WS-AG-PR-ID(WS-AG-COUNT)
             MOVE AM-OPEN-DATE TO WS-AG-OPEN-DATE(WS-AG-COUNT)
             COMPUTE WS-AG-OWED(WS-AG-COUNT) = 0 - AM-BALANCE
             MOVE 0 TO WS-AG-BUCKET(WS-AG-COUNT, 1)
             MOVE 0 TO WS-AG-BUCKET(WS-AG-COUNT, 2)
             MOVE 0 TO WS-AG-BUCKET(WS-AG-COUNT, 3)
             MOVE 0 TO WS-AG-BUCKET(WS-AG-COUNT, 4)
             MOVE 0 TO WS-AG-LEVEL(WS-AG-COUNT)
            ELSE
             DISPLAY "ERROR: overdrawn account table full at "
              AM-ACCOUNT
             MOVE 8 TO RETURN-CODE
             MOVE "Y" TO WS-ACCTMAST-EOF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE AcctMasterFile
     DISPLAY "Accounts read: " WS-ACCT-COUNT-READ
      " overdrawn: " WS-AG-COUNT
    END-IF.

LOAD-LEDGER-DEBITS.
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS = "00"
     PERFORM UNTIL WS-LEDGER-EOF = "Y"
      READ LedgerFile
          AT END
           MOVE "Y" TO WS-LEDGER-EOF
          NOT AT END
           ADD 1 TO WS-LEDGER-COUNT
           IF AL-TYPE = "D" AND AL-AMOUNT IS NUMERIC
            PERFORM FIND-AGING-ACCOUNT
            IF WS-AG-FOUND-IDX > 0
             IF WS-DT-COUNT < 5000
              ADD 1 TO WS-DT-COUNT
              MOVE WS-AG-FOUND-IDX TO WS-DT-ACCT-IDX(WS-DT-COUNT)
              MOVE AL-DATE TO WS-DT-DATE(WS-DT-COUNT)
              MOVE AL-AMOUNT TO WS-DT-AMOUNT(WS-DT-COUNT)
             ELSE
              ADD 1 TO WS-DEBIT-DROP-COUNT
             END-IF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE LedgerFile
    ELSE
     DISPLAY "WARNING: ledger file not available, status "
      WS-LEDGER-STATUS
    END-IF
    IF WS-DEBIT-DROP-COUNT > 0
     DISPLAY "WARNING: debit table full, " WS-DEBIT-DROP-COUNT
      " debits aged from account open date"
     IF RETURN-CODE = 0
      MOVE 4 TO RETURN-CODE
     END-IF
    END-IF.

FIND-AGING-ACCOUNT.
    MOVE 0 TO WS-AG-FOUND-IDX
    PERFORM VARYING WS-AG-IDX FROM 1 BY 1
     UNTIL WS-AG-IDX > WS-AG-COUNT OR WS-AG-FOUND-IDX > 0
     IF WS-AG-ACCOUNT(WS-AG-IDX) = AL-ACCOUNT
      MOVE WS-AG-IDX TO WS-AG-FOUND-IDX
     END-IF
    END-PERFORM.

LOAD-DUNNING-HISTORY.
    OPEN INPUT DunHistFile
    IF WS-DUNHIST-STATUS = "00"
     PERFORM UNTIL WS-DUNHIST-EOF = "Y"
      READ DunHistFile
          AT END
           MOVE "Y" TO WS-DUNHIST-EOF
          NOT AT END
           IF DH-ACCOUNT NOT = SPACES AND DH-LEVEL IS NUMERIC
            IF WS-DH-COUNT < 500
             ADD 1 TO WS-DH-COUNT
             MOVE DH-ACCOUNT TO WS-DH-ACCOUNT(WS-DH-COUNT)
             MOVE DH-LEVEL TO WS-DH-LEVEL(WS-DH-COUNT)
             MOVE DH-DATE TO WS-DH-DATE(WS-DH-COUNT)
             MOVE "N" TO WS-DH-KEEP(WS-DH-COUNT)
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE DunHistFile
    END-IF.

AGE-ACCOUNT.
    MOVE WS-AG-OWED(WS-AG-IDX) TO WS-REMAINING
    PERFORM VARYING WS-DT-IDX FROM WS-DT-COUNT BY -1
     UNTIL WS-DT-IDX < 1 OR WS-REMAINING = 0
     IF WS-DT-ACCT-IDX(WS-DT-IDX) = WS-AG-IDX
      IF WS-DT-AMOUNT(WS-DT-IDX) < WS-REMAINING
       MOVE WS-DT-AMOUNT(WS-DT-IDX) TO WS-ALLOC-AMT
      ELSE
       MOVE WS-REMAINING TO WS-ALLOC-AMT
      END-IF
      SUBTRACT WS-ALLOC-AMT FROM WS-REMAINING
      MOVE WS-DT-DATE(WS-DT-IDX) TO WS-AGE-DATE
      PERFORM ADD-TO-AGING-BUCKET
     END-IF
    END-PERFORM
    IF WS-REMAINING > 0
     MOVE WS-REMAINING TO WS-ALLOC-AMT
     MOVE WS-AG-OPEN-DATE(WS-AG-IDX) TO WS-AGE-DATE
     PERFORM ADD-TO-AGING-BUCKET
    END-IF
    PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
     IF WS-AG-BUCKET(WS-AG-IDX, WS-BK-IDX) > 0
      MOVE WS-BK-IDX TO WS-AG-LEVEL(WS-AG-IDX)
     END-IF
    END-PERFORM.

ADD-TO-AGING-BUCKET.
    IF WS-AGE-DATE IS NUMERIC AND WS-AGE-DATE > 16010101
     COMPUTE WS-AGE-DAYS =
      WS-RUN-DAYNUM - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
    ELSE
     MOVE 90 TO WS-AGE-DAYS
    END-IF
    EVALUATE TRUE
     WHEN WS-AGE-DAYS < 30
      MOVE 1 TO WS-BK-IDX
     WHEN WS-AGE-DAYS < 60
      MOVE 2 TO WS-BK-IDX
     WHEN WS-AGE-DAYS < 90
      MOVE 3 TO WS-BK-IDX
     WHEN OTHER
      MOVE 4 TO WS-BK-IDX
    END-EVALUATE
    ADD WS-ALLOC-AMT TO WS-AG-BUCKET(WS-AG-IDX, WS-BK-IDX).

ISSUE-DUNNING-NOTICE.
    MOVE 0 TO WS-DH-FOUND-IDX
    PERFORM VARYING WS-DH-IDX FROM 1 BY 1
     UNTIL WS-DH-IDX > WS-DH-COUNT OR WS-DH-FOUND-IDX > 0
     IF WS-DH-ACCOUNT(WS-DH-IDX) = WS-AG-ACCOUNT(WS-AG-IDX)
      MOVE WS-DH-IDX TO WS-DH-FOUND-IDX
     END-IF
    END-PERFORM
    IF WS-DH-FOUND-IDX > 0
     MOVE "Y" TO WS-DH-KEEP(WS-DH-FOUND-IDX)
    END-IF
    IF WS-DH-FOUND-IDX > 0
       AND WS-AG-LEVEL(WS-AG-IDX) NOT > WS-DH-LEVEL(WS-DH-FOUND-IDX)
     ADD 1 TO WS-SUPPRESS-COUNT
     MOVE "ALREADY SENT" TO WS-NOTICE-STATE
    ELSE
     MOVE WS-AG-PR-ID(WS-AG-IDX) TO DB-ID
     READ PersonFile
      KEY IS DB-ID
     END-READ
     IF WS-DB-STATUS NOT = "00" OR NOT DB-ACTIVE
        OR DB-ADDR-LINE1 = SPACES
      ADD 1 TO WS-NOADDR-COUNT
      MOVE "NO ADDRESS" TO WS-NOTICE-STATE
     ELSE
      PERFORM WRITE-DUNNING-NOTICE
     END-IF
    END-IF.

WRITE-DUNNING-NOTICE.
    MOVE SPACES TO DUNNING-RECORD
    MOVE WS-AG-ACCOUNT(WS-AG-IDX) TO DN-ACCOUNT
    MOVE WS-AG-PR-ID(WS-AG-IDX) TO DN-PR-ID
    MOVE WS-AG-LEVEL(WS-AG-IDX) TO DN-LEVEL
    MOVE WS-NOTICE-TEXT(WS-AG-LEVEL(WS-AG-IDX)) TO DN-NOTICE
    COMPUTE DN-AMOUNT = 0 - WS-AG-OWED(WS-AG-IDX)
    MOVE DB-NAME TO DN-NAME
    MOVE DB-ADDR-LINE1 TO DN-ADDR-LINE1
    MOVE DB-ADDR-LINE2 TO DN-ADDR-LINE2
    MOVE WS-RUN-DATE TO DN-RUN-DATE
    WRITE DUNNING-RECORD
    IF WS-DUNNING-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on DunningFile, status "
      WS-DUNNING-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-DUNNING-NOTICE" TO WS-EL-PARAGRAPH
     MOVE WS-DUNNING-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "WRITE FAILED" TO WS-NOTICE-STATE
    ELSE
     ADD 1 TO WS-NOTICE-COUNT
     MOVE "SENT" TO WS-NOTICE-STATE
     IF WS-DH-FOUND-IDX > 0
      MOVE WS-AG-LEVEL(WS-AG-IDX) TO WS-DH-LEVEL(WS-DH-FOUND-IDX)
      MOVE WS-RUN-DATE TO WS-DH-DATE(WS-DH-FOUND-IDX)
     ELSE
      IF WS-DH-COUNT < 500
       ADD 1 TO WS-DH-COUNT
       MOVE WS-AG-ACCOUNT(WS-AG-IDX) TO WS-DH-ACCOUNT(WS-DH-COUNT)
       MOVE WS-AG-LEVEL(WS-AG-IDX) TO WS-DH-LEVEL(WS-DH-COUNT)
       MOVE WS-RUN-DATE TO WS-DH-DATE(WS-DH-COUNT)
       MOVE "Y" TO WS-DH-KEEP(WS-DH-COUNT)
      ELSE
       DISPLAY "WARNING: dunning history table full at "
        WS-AG-ACCOUNT(WS-AG-IDX)
      END-IF
     END-IF
    END-IF.

WRITE-AGING-HEADINGS.
    MOVE SPACES TO AGING-RPT-RECORD
    STRING "AGED RECEIVABLES REPORT  RUN DATE " WS-RUN-DATE
     DELIMITED BY SIZE INTO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD
    MOVE SPACES TO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD
    MOVE SPACES TO AGING-RPT-RECORD
    STRING "ACCOUNT    PR-ID   AMOUNT OWED  "
           "CURRENT      30-59        60-89        90+          "
           "LVL NOTICE"
     DELIMITED BY SIZE INTO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD.

WRITE-AGING-LINE.
    PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
     ADD WS-AG-BUCKET(WS-AG-IDX, WS-BK-IDX) TO WS-BT-AMOUNT(WS-BK-IDX)
    END-PERFORM
    IF WS-AG-LEVEL(WS-AG-IDX) > 0
     ADD 1 TO WS-BT-ACCOUNTS(WS-AG-LEVEL(WS-AG-IDX))
    END-IF
    ADD WS-AG-OWED(WS-AG-IDX) TO WS-OWED-TOTAL
    MOVE SPACES TO AGING-RPT-RECORD
    STRING WS-AG-ACCOUNT(WS-AG-IDX) " "
           WS-AG-PR-ID(WS-AG-IDX) " "
           WS-AG-OWED(WS-AG-IDX) " "
           WS-AG-BUCKET(WS-AG-IDX, 1) " "
           WS-AG-BUCKET(WS-AG-IDX, 2) " "
           WS-AG-BUCKET(WS-AG-IDX, 3) " "
           WS-AG-BUCKET(WS-AG-IDX, 4) " "
           WS-AG-LEVEL(WS-AG-IDX) "   "
           WS-NOTICE-STATE
     DELIMITED BY SIZE INTO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD.

WRITE-AGING-TOTALS.
    MOVE SPACES TO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD
    MOVE SPACES TO AGING-RPT-RECORD
    STRING "TOTALS BY BUCKET"
     DELIMITED BY SIZE INTO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD
    MOVE 0 TO WS-BUCKET-SUM
    PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 4
     ADD WS-BT-AMOUNT(WS-BK-IDX) TO WS-BUCKET-SUM
     MOVE SPACES TO AGING-RPT-RECORD
     STRING WS-BUCKET-NAME(WS-BK-IDX)
            " AMOUNT " WS-BT-AMOUNT(WS-BK-IDX)
            " ACCOUNTS AT THIS LEVEL " WS-BT-ACCOUNTS(WS-BK-IDX)
            " NOTICE " WS-NOTICE-TEXT(WS-BK-IDX)
      DELIMITED BY SIZE INTO AGING-RPT-RECORD
     WRITE AGING-RPT-RECORD
    END-PERFORM
    MOVE SPACES TO AGING-RPT-RECORD
    STRING "TOTAL OWED " WS-OWED-TOTAL
           " BUCKET TOTAL " WS-BUCKET-SUM
     DELIMITED BY SIZE INTO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD
    IF WS-OWED-TOTAL NOT = WS-BUCKET-SUM
     MOVE SPACES TO AGING-RPT-RECORD
     STRING "*** BUCKET TOTAL DOES NOT AGREE WITH AMOUNT OWED ***"
      DELIMITED BY SIZE INTO AGING-RPT-RECORD
     WRITE AGING-RPT-RECORD
     DISPLAY "ERROR: aging buckets do not agree with amount owed"
     MOVE 8 TO RETURN-CODE
    END-IF
    MOVE SPACES TO AGING-RPT-RECORD
    STRING "ACCOUNTS AGED " WS-AG-COUNT
           " NOTICES ISSUED " WS-NOTICE-COUNT
           " ALREADY SENT " WS-SUPPRESS-COUNT
           " NO ADDRESS " WS-NOADDR-COUNT
     DELIMITED BY SIZE INTO AGING-RPT-RECORD
    WRITE AGING-RPT-RECORD.

SAVE-DUNNING-HISTORY.
    OPEN OUTPUT DunHistFile
    IF WS-DUNHIST-STATUS NOT = "00"
     DISPLAY "ERROR: unable to save dunning history, status "
      WS-DUNHIST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "SAVE-DUNNING-HISTORY" TO WS-EL-PARAGRAPH
     MOVE WS-DUNHIST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM VARYING WS-DH-IDX FROM 1 BY 1
      UNTIL WS-DH-IDX > WS-DH-COUNT
      IF WS-DH-KEEP(WS-DH-IDX) = "Y"
       MOVE SPACES TO DUN-HIST-RECORD
       MOVE WS-DH-ACCOUNT(WS-DH-IDX) TO DH-ACCOUNT
       MOVE WS-DH-LEVEL(WS-DH-IDX) TO DH-LEVEL
       MOVE WS-DH-DATE(WS-DH-IDX) TO DH-DATE
       WRITE DUN-HIST-RECORD
      END-IF
     END-PERFORM
     CLOSE DunHistFile
    END-IF.

LOG-ERROR.
    MOVE "Cobol57Aging" TO EL-PROGRAM
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
    MOVE "Cobol57Aging" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-AG-COUNT TO OS-COUNT1
    MOVE WS-NOTICE-COUNT TO OS-COUNT2
    MOVE WS-SUPPRESS-COUNT TO OS-COUNT3
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
            WHEN "SUBLEDGERFILE"
             MOVE FP-VALUE TO WS-LEDGER-FILENAME
            WHEN "ACCTMASTFILE"
             MOVE FP-VALUE TO WS-ACCTMAST-FILENAME
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-PERSON-FILENAME
            WHEN "AGINGRPTFILE"
             MOVE FP-VALUE TO WS-AGINGRPT-FILENAME
            WHEN "DUNNINGFILE"
             MOVE FP-VALUE TO WS-DUNNING-FILENAME
            WHEN "DUNHISTFILE"
             MOVE FP-VALUE TO WS-DUNHIST-FILENAME
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
