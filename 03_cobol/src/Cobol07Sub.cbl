    SELECT StmtLedgerFile ASSIGN TO DYNAMIC WS-SUBLEDGER-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SUBLEDGER-STATUS.
    SELECT AcctMasterFile ASSIGN TO DYNAMIC WS-ACCTMAST-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS AM-ACCOUNT
     ALTERNATE RECORD KEY IS AM-PR-ID WITH DUPLICATES
     FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT SubExcFile ASSIGN TO DYNAMIC WS-SUBEXC-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SUBEXC-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
    05 LT-DATE      PIC X(8).

FD SubResultFile.
01 SUB-RESULT-RECORD PIC X(80).

FD BalanceFile.
01 BALANCE-RECORD.
    05 FILLER       PIC X(01).
    05 SL-AMOUNT    PIC S9(5)V99 SIGN IS LEADING SEPARATE CHARACTER.

FD AcctMasterFile.
01 ACCT-MASTER-RECORD.
    COPY ACCTMAST.

FD SubExcFile.
01 SUB-EXC-RECORD PIC X(80).

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
                         CHARACTER VALUE 0.
01 WS-OPENING-BALANCE    PIC S9(7)V99 SIGN IS LEADING SEPARATE
                         CHARACTER VALUE 0.
01 WS-NEG-NOTE           PIC X(24) VALUE SPACES.
01 WS-ACCTMAST-FILENAME  PIC X(40) VALUE "acctmast.dat".
01 WS-ACCTMAST-STATUS    PIC X(2).
01 WS-ACCTMAST-OPEN      PIC X VALUE "N".
01 WS-SUBEXC-FILENAME    PIC X(40) VALUE "subexc.txt".
01 WS-SUBEXC-STATUS      PIC X(2).
01 WS-SUBEXC-OPEN        PIC X VALUE "N".
01 WS-POST-ACCOUNT       PIC X(10).
01 WS-POST-DATE          PIC 9(8).
01 WS-POST-OK            PIC X VALUE "N".
01 WS-PRIOR-BALANCE      PIC S9(7)V99 SIGN IS LEADING SEPARATE
                         CHARACTER VALUE 0.
01 WS-NEW-BALANCE        PIC S9(7)V99 SIGN IS LEADING SEPARATE
                         CHARACTER VALUE 0.
01 WS-FLOOR-BALANCE      PIC S9(7)V99 SIGN IS LEADING SEPARATE
                         CHARACTER VALUE 0.
01 WS-EXC-REASON         PIC X(03).
01 WS-EXC-TEXT           PIC X(30).
01 WS-EXC-COUNT          PIC 9(7) VALUE 0.

01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 7.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "SUBTRANSFILE   NN".
        10 FILLER PIC X(17) VALUE "SUBRESULTFILE  NN".
        10 FILLER PIC X(17) VALUE "LEDGERMODE     NN".
        10 FILLER PIC X(17) VALUE "SUBLEDGERFILE  NN".
        10 FILLER PIC X(17) VALUE "ACCTMASTFILE   NN".
        10 FILLER PIC X(17) VALUE "SUBEXCFILE     NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 7 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.

WRITE-OPS-STAT.
    MOVE "Cobol07Sub" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-SUB-COUNT TO OS-COUNT1
    MOVE WS-EXC-COUNT TO OS-COUNT2
    MOVE 0 TO OS-COUNT3
    ACCEPT WS-OPS-END-HMS FROM TIME
    COMPUTE WS-OPS-START-SECS =
             MOVE FP-VALUE(1:1) TO WS-LEDGER-MODE
            WHEN "SUBLEDGERFILE"
             MOVE FP-VALUE TO WS-SUBLEDGER-FILENAME
            WHEN "ACCTMASTFILE"
             MOVE FP-VALUE TO WS-ACCTMAST-FILENAME
            WHEN "SUBEXCFILE"
             MOVE FP-VALUE TO WS-SUBEXC-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
             END-IF
           END-EVALUATE
      END-READ
     END-PERFORM

LEDGER-MODE.
    PERFORM LOAD-OPENING-BALANCE
    PERFORM OPEN-ACCOUNT-MASTER
    IF WS-ACCTMAST-OPEN NOT = "Y"
     CLOSE SubTransFile
    ELSE
     OPEN OUTPUT SubResultFile
     OPEN OUTPUT SubExcFile
     IF WS-SUBEXC-STATUS = "00"
      MOVE "Y" TO WS-SUBEXC-OPEN
     ELSE
      DISPLAY "ERROR: unable to open SubExcFile, status "
       WS-SUBEXC-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "Y" TO WS-EndOfFile
     END-IF
     OPEN EXTEND StmtLedgerFile
     IF WS-SUBLEDGER-STATUS NOT = "00"
      OPEN OUTPUT StmtLedgerFile
     END-IF
     IF WS-SUBLEDGER-STATUS = "00"
      MOVE "Y" TO WS-STMT-LEDGER-OPEN
     ELSE
      DISPLAY "ERROR: unable to open StmtLedgerFile, status "
       WS-SUBLEDGER-STATUS
      MOVE 8 TO RETURN-CODE
     END-IF
     MOVE SPACES TO SUB-RESULT-RECORD
     STRING "OPENING LEDGER TOTAL = " WS-BALANCE
      DELIMITED BY SIZE INTO SUB-RESULT-RECORD
     WRITE SUB-RESULT-RECORD
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ SubTransFile INTO LEDGER-TRANS-RECORD
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           PERFORM APPLY-LEDGER-TRANSACTION
      END-READ
     END-PERFORM
     MOVE SPACES TO SUB-RESULT-RECORD
     STRING "CLOSING LEDGER TOTAL = " WS-BALANCE
      DELIMITED BY SIZE INTO SUB-RESULT-RECORD
     WRITE SUB-RESULT-RECORD
     MOVE SPACES TO SUB-RESULT-RECORD
     STRING "POSTINGS APPLIED = " WS-SUB-COUNT
            " EXCEPTIONS = " WS-EXC-COUNT
      DELIMITED BY SIZE INTO SUB-RESULT-RECORD
     WRITE SUB-RESULT-RECORD
     CLOSE SubTransFile
     CLOSE SubResultFile
     IF WS-SUBEXC-OPEN = "Y"
      CLOSE SubExcFile
     END-IF
     CLOSE AcctMasterFile
     IF WS-STMT-LEDGER-OPEN = "Y"
      CLOSE StmtLedgerFile
     END-IF
     PERFORM SAVE-CLOSING-BALANCE
     DISPLAY "Ledger postings applied: " WS-SUB-COUNT
     DISPLAY "Ledger postings to exception file: " WS-EXC-COUNT
     IF WS-EXC-COUNT > 0 AND RETURN-CODE = 0
      MOVE 4 TO RETURN-CODE
     END-IF
    END-IF.

OPEN-ACCOUNT-MASTER.
    OPEN I-O AcctMasterFile
    IF WS-ACCTMAST-STATUS = "35"
     OPEN OUTPUT AcctMasterFile
     CLOSE AcctMasterFile
     OPEN I-O AcctMasterFile
    END-IF
    IF WS-ACCTMAST-STATUS = "00"
     MOVE "Y" TO WS-ACCTMAST-OPEN
    ELSE
     DISPLAY "ERROR: unable to open AcctMasterFile, status "
      WS-ACCTMAST-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

APPLY-LEDGER-TRANSACTION.
    IF LT-ACCOUNT = SPACES
     MOVE "MAIN" TO WS-POST-ACCOUNT
    ELSE
     MOVE LT-ACCOUNT TO WS-POST-ACCOUNT
    END-IF
    IF LT-DATE IS NUMERIC
     MOVE LT-DATE TO WS-POST-DATE
    ELSE
     MOVE WS-RUN-DATE TO WS-POST-DATE
    END-IF
    IF LT-TYPE NOT = "O" AND LT-TYPE NOT = "D" AND LT-TYPE NOT = "C"
     MOVE SPACES TO SUB-RESULT-RECORD
     STRING "UNKNOWN LEDGER TYPE '" LT-TYPE "' IGNORED"
      DELIMITED BY SIZE INTO SUB-RESULT-RECORD
     WRITE SUB-RESULT-RECORD
    ELSE
     PERFORM CHECK-POSTING-ACCOUNT
     IF WS-POST-OK = "Y"
      PERFORM POST-TO-ACCOUNT
     ELSE
      PERFORM WRITE-LEDGER-EXCEPTION
     END-IF
    END-IF.

CHECK-POSTING-ACCOUNT.
    MOVE "Y" TO WS-POST-OK
    MOVE SPACES TO WS-EXC-REASON
    MOVE SPACES TO WS-EXC-TEXT
    IF LT-AMOUNT IS NOT NUMERIC
     MOVE "N" TO WS-POST-OK
     MOVE "X01" TO WS-EXC-REASON
     MOVE "AMOUNT NOT NUMERIC" TO WS-EXC-TEXT
    ELSE
     MOVE WS-POST-ACCOUNT TO AM-ACCOUNT
     READ AcctMasterFile
      KEY IS AM-ACCOUNT
     END-READ
     IF WS-ACCTMAST-STATUS NOT = "00"
      MOVE "N" TO WS-POST-OK
      MOVE "X02" TO WS-EXC-REASON
      MOVE "ACCOUNT NOT ON MASTER" TO WS-EXC-TEXT
     ELSE
      IF NOT AM-OPEN
       MOVE "N" TO WS-POST-OK
       MOVE "X03" TO WS-EXC-REASON
       MOVE "ACCOUNT CLOSED" TO WS-EXC-TEXT
      ELSE
       IF LT-TYPE = "D"
        COMPUTE WS-NEW-BALANCE = AM-BALANCE - LT-AMOUNT
        COMPUTE WS-FLOOR-BALANCE = 0 - AM-OD-LIMIT
        IF WS-NEW-BALANCE < WS-FLOOR-BALANCE
         MOVE "N" TO WS-POST-OK
         MOVE "X04" TO WS-EXC-REASON
         MOVE "OVERDRAFT LIMIT EXCEEDED" TO WS-EXC-TEXT
        END-IF
       END-IF
      END-IF
     END-IF
    END-IF.

POST-TO-ACCOUNT.
    MOVE AM-BALANCE TO WS-PRIOR-BALANCE
    EVALUATE LT-TYPE
     WHEN "O"
      MOVE LT-AMOUNT TO AM-BALANCE
     WHEN "D"
      COMPUTE AM-BALANCE = AM-BALANCE - LT-AMOUNT
     WHEN "C"
      COMPUTE AM-BALANCE = AM-BALANCE + LT-AMOUNT
    END-EVALUATE
    MOVE WS-POST-DATE TO AM-LAST-POST
    REWRITE ACCT-MASTER-RECORD
    IF WS-ACCTMAST-STATUS NOT = "00"
     DISPLAY "ERROR: rewrite failure on AcctMasterFile, status "
      WS-ACCTMAST-STATUS " account " WS-POST-ACCOUNT
     MOVE 8 TO RETURN-CODE
     MOVE "Y" TO WS-EndOfFile
    ELSE
     COMPUTE WS-BALANCE = WS-BALANCE + AM-BALANCE - WS-PRIOR-BALANCE
     IF LT-TYPE = "O"
      MOVE SPACES TO SUB-RESULT-RECORD
      STRING "OPENING BALANCE SET TO " AM-BALANCE
             " ACCOUNT " WS-POST-ACCOUNT
       DELIMITED BY SIZE INTO SUB-RESULT-RECORD
      WRITE SUB-RESULT-RECORD
     ELSE
      ADD 1 TO WS-SUB-COUNT
      PERFORM WRITE-LEDGER-LINE
     END-IF
     PERFORM WRITE-STMT-LEDGER
    END-IF.

WRITE-LEDGER-EXCEPTION.
    ADD 1 TO WS-EXC-COUNT
    MOVE SPACES TO SUB-EXC-RECORD
    STRING WS-EXC-REASON " " WS-EXC-TEXT " " LEDGER-TRANS-RECORD
     DELIMITED BY SIZE INTO SUB-EXC-RECORD
    WRITE SUB-EXC-RECORD
    IF WS-SUBEXC-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on SubExcFile, status "
      WS-SUBEXC-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "Y" TO WS-EndOfFile
    END-IF
    MOVE SPACES TO SUB-RESULT-RECORD
    STRING LT-TYPE " " WS-POST-ACCOUNT " " LT-AMOUNT
           " NOT POSTED: " WS-EXC-TEXT
     DELIMITED BY SIZE INTO SUB-RESULT-RECORD
    WRITE SUB-RESULT-RECORD.

WRITE-STMT-LEDGER.
    IF WS-STMT-LEDGER-OPEN = "Y"
     MOVE SPACES TO STMT-LEDGER-RECORD
     MOVE WS-POST-ACCOUNT TO SL-ACCOUNT
     MOVE WS-POST-DATE TO SL-DATE
     MOVE LT-TYPE TO SL-TYPE
     MOVE LT-AMOUNT TO SL-AMOUNT
     WRITE STMT-LEDGER-RECORD

WRITE-LEDGER-LINE.
    MOVE SPACES TO WS-NEG-NOTE
    IF AM-BALANCE < 0 AND WS-PRIOR-BALANCE NOT < 0
     MOVE " *** BALANCE NEGATIVE" TO WS-NEG-NOTE
    END-IF
    MOVE SPACES TO SUB-RESULT-RECORD
    STRING LT-TYPE " " WS-POST-ACCOUNT " " LT-AMOUNT
           " BALANCE = " AM-BALANCE
           WS-NEG-NOTE
     DELIMITED BY SIZE INTO SUB-RESULT-RECORD
    WRITE SUB-RESULT-RECORD.
