IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol55AcctMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AcctTransFile ASSIGN TO DYNAMIC WS-ACCTTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACCTTRANS-STATUS.
    SELECT AcctMasterFile ASSIGN TO DYNAMIC WS-ACCTMAST-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS AM-ACCOUNT
     ALTERNATE RECORD KEY IS AM-PR-ID WITH DUPLICATES
     FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT AcctRptFile ASSIGN TO DYNAMIC WS-ACCTRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACCTRPT-STATUS.
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
FD AcctTransFile.
01 ACCT-TRANS-RECORD.
    05 AT-CODE          PIC X(1).
    05 AT-ACCOUNT       PIC X(10).
    05 AT-PR-ID         PIC 9(7).
    05 AT-OD-LIMIT      PIC 9(7)V99.
    05 AT-DATE          PIC X(8).

FD AcctMasterFile.
01 ACCT-MASTER-RECORD.
    COPY ACCTMAST.

FD PersonFile.
01 PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==DB-==.

FD AcctRptFile.
01 ACCT-RPT-RECORD PIC X(100).

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
01 WS-EndOfFile          PIC X VALUE "N".
01 WS-SYSPARM-EOF        PIC X VALUE "N".
01 WS-ACCTTRANS-FILENAME PIC X(40) VALUE "accttrans.txt".
01 WS-ACCTMAST-FILENAME  PIC X(40) VALUE "acctmast.dat".
01 WS-PERSON-FILENAME    PIC X(40) VALUE "persondb.dat".
01 WS-ACCTRPT-FILENAME   PIC X(40) VALUE "acctrpt.txt".
01 WS-ACCTTRANS-STATUS   PIC X(02).
01 WS-ACCTMAST-STATUS    PIC X(02).
01 WS-DB-STATUS          PIC X(02).
01 WS-ACCTRPT-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS     PIC X(02).
01 WS-OPSSTAT-STATUS     PIC X(02).
01 WS-ERRLOG-STATUS      PIC X(02).
01 WS-RUN-DATE           PIC 9(8).
01 WS-TRANS-DATE         PIC 9(8).
01 WS-TRANS-COUNT        PIC 9(7) VALUE 0.
01 WS-APPLIED-COUNT      PIC 9(7) VALUE 0.
01 WS-REJECT-COUNT       PIC 9(7) VALUE 0.
01 WS-OPENED-COUNT       PIC 9(7) VALUE 0.
01 WS-CLOSED-COUNT       PIC 9(7) VALUE 0.
01 WS-LIMIT-COUNT        PIC 9(7) VALUE 0.
01 WS-REJ-REASON         PIC X(03).
01 WS-REJ-TEXT           PIC X(30).
01 WS-ACCT-FOUND         PIC X VALUE "N".
01 WS-OLD-LIMIT          PIC 9(7)V99 VALUE 0.

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol55AcctMaint".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ACCTTRANSFILE  NN".
        10 FILLER PIC X(17) VALUE "ACCTMASTFILE   NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "ACCTRPTFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting account master maintenance..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT AcctTransFile
    IF WS-ACCTTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AcctTransFile, status "
      WS-ACCTTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ACCTTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN I-O AcctMasterFile
    IF WS-ACCTMAST-STATUS = "35"
     OPEN OUTPUT AcctMasterFile
     CLOSE AcctMasterFile
     OPEN I-O AcctMasterFile
    END-IF
    IF WS-ACCTMAST-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AcctMasterFile, status "
      WS-ACCTMAST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ACCTMAST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE AcctTransFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE AcctTransFile
     CLOSE AcctMasterFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT AcctRptFile
    IF WS-ACCTRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AcctRptFile, status "
      WS-ACCTRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ACCTRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE AcctTransFile
     CLOSE AcctMasterFile
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "ACCOUNT MASTER MAINTENANCE  RUN DATE " WS-RUN-DATE
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD
    MOVE SPACES TO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ AcctTransFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          ADD 1 TO WS-TRANS-COUNT
          PERFORM PROCESS-ACCT-TRANSACTION
     END-READ
    END-PERFORM

    PERFORM WRITE-MAINT-TOTALS

    CLOSE AcctTransFile
    CLOSE AcctMasterFile
    CLOSE PersonFile
    CLOSE AcctRptFile

    DISPLAY "Account transactions read: " WS-TRANS-COUNT
    DISPLAY "Account transactions applied: " WS-APPLIED-COUNT
    DISPLAY "Account transactions rejected: " WS-REJECT-COUNT
    IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
     MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Account master maintenance completed."
    GOBACK.

PROCESS-ACCT-TRANSACTION.
    MOVE SPACES TO WS-REJ-REASON
    MOVE SPACES TO WS-REJ-TEXT
    IF AT-DATE IS NUMERIC
     MOVE AT-DATE TO WS-TRANS-DATE
    ELSE
     MOVE WS-RUN-DATE TO WS-TRANS-DATE
    END-IF
    IF AT-ACCOUNT = SPACES
     MOVE "M02" TO WS-REJ-REASON
     MOVE "ACCOUNT NUMBER MISSING" TO WS-REJ-TEXT
    ELSE
     PERFORM READ-ACCOUNT
     EVALUATE AT-CODE
      WHEN "O"
       PERFORM OPEN-ACCOUNT
      WHEN "C"
       PERFORM CLOSE-ACCOUNT
      WHEN "L"
       PERFORM CHANGE-ACCOUNT-LIMIT
      WHEN OTHER
       MOVE "M01" TO WS-REJ-REASON
       MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJ-TEXT
     END-EVALUATE
    END-IF
    IF WS-REJ-REASON NOT = SPACES
     PERFORM WRITE-MAINT-REJECT
    END-IF.

READ-ACCOUNT.
    MOVE AT-ACCOUNT TO AM-ACCOUNT
    READ AcctMasterFile
     KEY IS AM-ACCOUNT
    END-READ
    IF WS-ACCTMAST-STATUS = "00"
     MOVE "Y" TO WS-ACCT-FOUND
    ELSE
     MOVE "N" TO WS-ACCT-FOUND
    END-IF.

OPEN-ACCOUNT.
    IF WS-ACCT-FOUND = "Y"
     MOVE "M03" TO WS-REJ-REASON
     MOVE "ACCOUNT ALREADY ON MASTER" TO WS-REJ-TEXT
    ELSE
    IF AT-PR-ID IS NOT NUMERIC OR AT-OD-LIMIT IS NOT NUMERIC
     MOVE "M04" TO WS-REJ-REASON
     MOVE "OWNER OR LIMIT NOT NUMERIC" TO WS-REJ-TEXT
    ELSE
     MOVE AT-PR-ID TO DB-ID
     READ PersonFile
      KEY IS DB-ID
     END-READ
     IF WS-DB-STATUS NOT = "00"
      MOVE "M05" TO WS-REJ-REASON
      MOVE "OWNER NOT ON PERSON MASTER" TO WS-REJ-TEXT
     ELSE
     IF NOT DB-ACTIVE
      MOVE "M06" TO WS-REJ-REASON
      MOVE "OWNER NOT ACTIVE" TO WS-REJ-TEXT
     ELSE
      MOVE SPACES TO ACCT-MASTER-RECORD
      MOVE AT-ACCOUNT TO AM-ACCOUNT
      MOVE AT-PR-ID TO AM-PR-ID
      MOVE "O" TO AM-STATUS
      MOVE WS-TRANS-DATE TO AM-OPEN-DATE
      MOVE 0 TO AM-CLOSE-DATE
      MOVE AT-OD-LIMIT TO AM-OD-LIMIT
      MOVE 0 TO AM-BALANCE
      MOVE 0 TO AM-LAST-POST
      WRITE ACCT-MASTER-RECORD
      IF WS-ACCTMAST-STATUS NOT = "00"
       DISPLAY "ERROR: write failure on AcctMasterFile, status "
        WS-ACCTMAST-STATUS
       MOVE 8 TO RETURN-CODE
       MOVE "OPEN-ACCOUNT" TO WS-EL-PARAGRAPH
       MOVE WS-ACCTMAST-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       MOVE "Y" TO WS-EndOfFile
      ELSE
       ADD 1 TO WS-APPLIED-COUNT
       ADD 1 TO WS-OPENED-COUNT
       MOVE SPACES TO ACCT-RPT-RECORD
       STRING "OPENED   " AM-ACCOUNT " OWNER " AM-PR-ID
              " " DB-NAME " LIMIT " AM-OD-LIMIT
        DELIMITED BY SIZE INTO ACCT-RPT-RECORD
       WRITE ACCT-RPT-RECORD
      END-IF
     END-IF
     END-IF
    END-IF
    END-IF.

CLOSE-ACCOUNT.
    IF WS-ACCT-FOUND = "N"
     MOVE "M07" TO WS-REJ-REASON
     MOVE "ACCOUNT NOT ON MASTER" TO WS-REJ-TEXT
    ELSE
    IF NOT AM-OPEN
     MOVE "M08" TO WS-REJ-REASON
     MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJ-TEXT
    ELSE
    IF AM-BALANCE NOT = 0
     MOVE "M09" TO WS-REJ-REASON
     MOVE "BALANCE NOT ZERO" TO WS-REJ-TEXT
    ELSE
     MOVE "C" TO AM-STATUS
     MOVE WS-TRANS-DATE TO AM-CLOSE-DATE
     PERFORM REWRITE-ACCOUNT
     IF RETURN-CODE < 8
      ADD 1 TO WS-APPLIED-COUNT
      ADD 1 TO WS-CLOSED-COUNT
      MOVE SPACES TO ACCT-RPT-RECORD
      STRING "CLOSED   " AM-ACCOUNT " OWNER " AM-PR-ID
             " CLOSE DATE " AM-CLOSE-DATE
       DELIMITED BY SIZE INTO ACCT-RPT-RECORD
      WRITE ACCT-RPT-RECORD
     END-IF
    END-IF
    END-IF
    END-IF.

CHANGE-ACCOUNT-LIMIT.
    IF WS-ACCT-FOUND = "N"
     MOVE "M07" TO WS-REJ-REASON
     MOVE "ACCOUNT NOT ON MASTER" TO WS-REJ-TEXT
    ELSE
    IF NOT AM-OPEN
     MOVE "M08" TO WS-REJ-REASON
     MOVE "ACCOUNT CLOSED" TO WS-REJ-TEXT
    ELSE
    IF AT-OD-LIMIT IS NOT NUMERIC
     MOVE "M04" TO WS-REJ-REASON
     MOVE "OWNER OR LIMIT NOT NUMERIC" TO WS-REJ-TEXT
    ELSE
     MOVE AM-OD-LIMIT TO WS-OLD-LIMIT
     MOVE AT-OD-LIMIT TO AM-OD-LIMIT
     PERFORM REWRITE-ACCOUNT
     IF RETURN-CODE < 8
      ADD 1 TO WS-APPLIED-COUNT
      ADD 1 TO WS-LIMIT-COUNT
      MOVE SPACES TO ACCT-RPT-RECORD
      STRING "LIMIT    " AM-ACCOUNT " OWNER " AM-PR-ID
             " FROM " WS-OLD-LIMIT " TO " AM-OD-LIMIT
       DELIMITED BY SIZE INTO ACCT-RPT-RECORD
      WRITE ACCT-RPT-RECORD
     END-IF
    END-IF
    END-IF
    END-IF.

REWRITE-ACCOUNT.
    REWRITE ACCT-MASTER-RECORD
    IF WS-ACCTMAST-STATUS NOT = "00"
     DISPLAY "ERROR: rewrite failure on AcctMasterFile, status "
      WS-ACCTMAST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "REWRITE-ACCOUNT" TO WS-EL-PARAGRAPH
     MOVE WS-ACCTMAST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    END-IF.

WRITE-MAINT-REJECT.
    ADD 1 TO WS-REJECT-COUNT
    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "REJECT   " WS-REJ-REASON " " WS-REJ-TEXT " "
           ACCT-TRANS-RECORD
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD.

WRITE-MAINT-TOTALS.
    MOVE SPACES TO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD
    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "TRANSACTIONS READ    " WS-TRANS-COUNT
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD
    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "ACCOUNTS OPENED      " WS-OPENED-COUNT
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD
    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "ACCOUNTS CLOSED      " WS-CLOSED-COUNT
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD
    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "LIMITS CHANGED       " WS-LIMIT-COUNT
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD
    MOVE SPACES TO ACCT-RPT-RECORD
    STRING "TRANSACTIONS REJECTED " WS-REJECT-COUNT
     DELIMITED BY SIZE INTO ACCT-RPT-RECORD
    WRITE ACCT-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol55AcctMaint" TO EL-PROGRAM
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
    MOVE "Cobol55AcctMaint" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-TRANS-COUNT TO OS-COUNT1
    MOVE WS-APPLIED-COUNT TO OS-COUNT2
    MOVE WS-REJECT-COUNT TO OS-COUNT3
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
            WHEN "ACCTTRANSFILE"
             MOVE FP-VALUE TO WS-ACCTTRANS-FILENAME
            WHEN "ACCTMASTFILE"
             MOVE FP-VALUE TO WS-ACCTMAST-FILENAME
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-PERSON-FILENAME
            WHEN "ACCTRPTFILE"
             MOVE FP-VALUE TO WS-ACCTRPT-FILENAME
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
