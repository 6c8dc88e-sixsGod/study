IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol72QAFollowup.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT QASampleFile ASSIGN TO DYNAMIC WS-QASAMPLE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-QASAMPLE-STATUS.
    SELECT QASignoffFile ASSIGN TO DYNAMIC WS-QASIGNOFF-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-QASIGNOFF-STATUS.
    SELECT BusCalFile ASSIGN TO DYNAMIC WS-BUSCAL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BUSCAL-STATUS.
    SELECT QAFollowFile ASSIGN TO DYNAMIC WS-QAFOLLOW-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-QAFOLLOW-STATUS.
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
FD QASampleFile.
01 QA-SAMPLE-RECORD.
    COPY QASAMPLE.

FD QASignoffFile.
01 QA-SIGNOFF-RECORD.
    COPY QASIGNOFF.

FD BusCalFile.
01 BUS-CAL-RECORD.
    05 BC-HOLIDAY-DATE PIC 9(8).

FD QAFollowFile.
01 QA-FOLLOW-RECORD PIC X(132).

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
01 WS-SIGNOFF-EOF      PIC X VALUE "N".
01 WS-BUSCAL-EOF       PIC X VALUE "N".
01 WS-QASAMPLE-FILENAME PIC X(40) VALUE "qasample.dat".
01 WS-QASIGNOFF-FILENAME PIC X(40) VALUE "qasignoff.dat".
01 WS-BUSCAL-FILENAME  PIC X(40) VALUE "buscal.ctl".
01 WS-QAFOLLOW-FILENAME PIC X(40) VALUE "qafollow.txt".
01 WS-QASAMPLE-STATUS  PIC X(02).
01 WS-QASIGNOFF-STATUS PIC X(02).
01 WS-BUSCAL-STATUS    PIC X(02).
01 WS-QAFOLLOW-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-OVERDUE-DAYS     PIC 9(2) VALUE 3.
01 WS-SAMPLED-COUNT    PIC 9(7) VALUE 0.
01 WS-PASSED-COUNT     PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT     PIC 9(7) VALUE 0.
01 WS-PENDING-COUNT    PIC 9(7) VALUE 0.
01 WS-OVERDUE-COUNT    PIC 9(7) VALUE 0.
01 WS-SELF-COUNT       PIC 9(7) VALUE 0.
01 WS-BADCARD-COUNT    PIC 9(7) VALUE 0.
01 WS-EXCEPTION-COUNT  PIC 9(7) VALUE 0.
01 WS-ITEM-STATUS      PIC X(11).
01 WS-ITEM-REVIEWER    PIC X(08).
01 WS-ITEM-COMMENT     PIC X(40).
01 WS-BUS-DAYS         PIC 9(3) VALUE 0.
01 WS-FROM-DAYNO       PIC 9(7) VALUE 0.
01 WS-TO-DAYNO         PIC 9(7) VALUE 0.
01 WS-DAY-NUMBER       PIC 9(7) VALUE 0.
01 WS-DAY-OF-WEEK      PIC 9(1) VALUE 0.
01 WS-CHECK-DATE       PIC 9(8).
01 WS-DATE-IS-BUSDAY   PIC X VALUE "Y".
01 WS-HOL-IDX          PIC 9(3) VALUE 0.
01 WS-HOLIDAY-TABLE.
    05 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
    05 WS-HOLIDAY OCCURS 200 TIMES PIC 9(8) VALUE 0.
01 WS-SO-IDX           PIC 9(4) VALUE 0.
01 WS-SO-FOUND         PIC 9(4) VALUE 0.
01 WS-SIGNOFF-TABLE.
    05 WS-SO-COUNT     PIC 9(4) VALUE 0.
    05 WS-SO-ENTRY OCCURS 5000 TIMES.
        10 WS-SO-SEQ       PIC 9(07).
        10 WS-SO-ID        PIC 9(07).
        10 WS-SO-RESULT    PIC X(04).
        10 WS-SO-REVIEWER  PIC X(08).
        10 WS-SO-COMMENT   PIC X(40).
01 WS-BT-IDX           PIC 9(3) VALUE 0.
01 WS-BT-SLOT          PIC 9(3) VALUE 0.
01 WS-BATCH-TABLE.
    05 WS-BT-COUNT     PIC 9(3) VALUE 0.
    05 WS-BT-ENTRY OCCURS 100 TIMES.
        10 WS-BT-BATCH-ID  PIC X(12).
        10 WS-BT-FAILED    PIC 9(5).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol72QAFollowup".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "QASAMPLEFILE   NN".
        10 FILLER PIC X(17) VALUE "QASIGNOFFFILE  NN".
        10 FILLER PIC X(17) VALUE "QAFOLLOWFILE   NN".
        10 FILLER PIC X(17) VALUE "QAOVERDUEDAYS  NN".
        10 FILLER PIC X(17) VALUE "BUSCALFILE     NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting QA sign-off follow-up..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    COMPUTE WS-TO-DAYNO = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM LOAD-SIGNOFFS
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT QASampleFile
    IF WS-QASAMPLE-STATUS NOT = "00"
     DISPLAY "NOTE: no QA sample register; nothing to follow up."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN OUTPUT QAFollowFile
    IF WS-QAFOLLOW-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open QAFollowFile, status "
      WS-QAFOLLOW-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-QAFOLLOW-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE QASampleFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO QA-FOLLOW-RECORD
    STRING "QA SIGN-OFF FOLLOW-UP " WS-RUN-DATE
           "  OVERDUE AFTER " WS-OVERDUE-DAYS " BUSINESS DAYS"
     DELIMITED BY SIZE INTO QA-FOLLOW-RECORD
    WRITE QA-FOLLOW-RECORD
    MOVE SPACES TO QA-FOLLOW-RECORD
    WRITE QA-FOLLOW-RECORD
    MOVE "ITEM    SAMPLED  PERSON  OPERATION  BATCH        SUBMITTER STATUS      DAYS REVIEWER COMMENT"
     TO QA-FOLLOW-RECORD
    WRITE QA-FOLLOW-RECORD

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ QASampleFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          IF QS-SEQ IS NUMERIC AND QS-SAMPLE-DATE IS NUMERIC
           PERFORM FOLLOW-UP-ITEM
          END-IF
     END-READ
    END-PERFORM
    CLOSE QASampleFile

    PERFORM WRITE-BATCH-FAILURES
    MOVE SPACES TO QA-FOLLOW-RECORD
    WRITE QA-FOLLOW-RECORD
    MOVE SPACES TO QA-FOLLOW-RECORD
    STRING "SAMPLED=" WS-SAMPLED-COUNT
           " PASSED=" WS-PASSED-COUNT
           " FAILED=" WS-FAILED-COUNT
           " PENDING=" WS-PENDING-COUNT
           " OVERDUE=" WS-OVERDUE-COUNT
           " SELFREVIEW=" WS-SELF-COUNT
           " BADCARDS=" WS-BADCARD-COUNT
     DELIMITED BY SIZE INTO QA-FOLLOW-RECORD
    WRITE QA-FOLLOW-RECORD
    MOVE SPACES TO QA-FOLLOW-RECORD
    STRING "TRL EXCEPTIONCOUNT=" WS-EXCEPTION-COUNT
     DELIMITED BY SIZE INTO QA-FOLLOW-RECORD
    WRITE QA-FOLLOW-RECORD
    CLOSE QAFollowFile

    IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-EXCEPTION-COUNT
      " sampled item(s) failed review or lack a valid sign-off."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Sampled items: " WS-SAMPLED-COUNT
    DISPLAY "Passed: " WS-PASSED-COUNT " Failed: " WS-FAILED-COUNT
    DISPLAY "Awaiting sign-off: " WS-PENDING-COUNT
     " Overdue: " WS-OVERDUE-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "QA sign-off follow-up completed."
    GOBACK.

LOAD-BUSINESS-CALENDAR.
    OPEN INPUT BusCalFile
    IF WS-BUSCAL-STATUS = "00"
     PERFORM UNTIL WS-BUSCAL-EOF = "Y"
      READ BusCalFile INTO BUS-CAL-RECORD
          AT END
           MOVE "Y" TO WS-BUSCAL-EOF
          NOT AT END
           IF BC-HOLIDAY-DATE IS NUMERIC
              AND WS-HOLIDAY-COUNT < 200
            ADD 1 TO WS-HOLIDAY-COUNT
            MOVE BC-HOLIDAY-DATE TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
           END-IF
      END-READ
     END-PERFORM
     CLOSE BusCalFile
    ELSE
     DISPLAY "NOTE: no business calendar; counting weekdays only."
    END-IF.

LOAD-SIGNOFFS.
    OPEN INPUT QASignoffFile
    IF WS-QASIGNOFF-STATUS = "00"
     PERFORM UNTIL WS-SIGNOFF-EOF = "Y"
      READ QASignoffFile
          AT END
           MOVE "Y" TO WS-SIGNOFF-EOF
          NOT AT END
           IF QA-SIGNOFF-RECORD NOT = SPACES
              AND QA-SIGNOFF-RECORD(1:1) NOT = "*"
            PERFORM ADD-SIGNOFF
           END-IF
      END-READ
     END-PERFORM
     CLOSE QASignoffFile
    ELSE
     DISPLAY "NOTE: no sign-off file; no sampled item is signed off."
    END-IF.

ADD-SIGNOFF.
    IF SO-SEQ IS NOT NUMERIC
       OR SO-ID IS NOT NUMERIC
       OR (NOT SO-PASSED AND NOT SO-FAILED)
       OR SO-REVIEWER = SPACES
     DISPLAY "WARNING: unusable sign-off card ignored: "
      QA-SIGNOFF-RECORD
     ADD 1 TO WS-BADCARD-COUNT
    ELSE
     MOVE 0 TO WS-SO-FOUND
     PERFORM VARYING WS-SO-IDX FROM 1 BY 1
      UNTIL WS-SO-IDX > WS-SO-COUNT OR WS-SO-FOUND > 0
      IF WS-SO-SEQ(WS-SO-IDX) = SO-SEQ
         AND WS-SO-ID(WS-SO-IDX) = SO-ID
       MOVE WS-SO-IDX TO WS-SO-FOUND
      END-IF
     END-PERFORM
     IF WS-SO-FOUND = 0
      IF WS-SO-COUNT < 5000
       ADD 1 TO WS-SO-COUNT
       MOVE WS-SO-COUNT TO WS-SO-FOUND
      ELSE
       DISPLAY "ERROR: more than 5000 sign-offs; follow-up stopped."
       MOVE "ADD-SIGNOFF" TO WS-EL-PARAGRAPH
       MOVE "99" TO WS-EL-STATUS
       PERFORM LOG-ERROR
       MOVE 8 TO RETURN-CODE
       MOVE "Y" TO WS-SIGNOFF-EOF
      END-IF
     END-IF
     IF WS-SO-FOUND > 0
      MOVE SO-SEQ TO WS-SO-SEQ(WS-SO-FOUND)
      MOVE SO-ID TO WS-SO-ID(WS-SO-FOUND)
      MOVE SO-RESULT TO WS-SO-RESULT(WS-SO-FOUND)
      MOVE SO-REVIEWER TO WS-SO-REVIEWER(WS-SO-FOUND)
      MOVE SO-COMMENT TO WS-SO-COMMENT(WS-SO-FOUND)
     END-IF
    END-IF.

FOLLOW-UP-ITEM.
    ADD 1 TO WS-SAMPLED-COUNT
    MOVE SPACES TO WS-ITEM-STATUS
    MOVE SPACES TO WS-ITEM-REVIEWER
    MOVE SPACES TO WS-ITEM-COMMENT
    MOVE 0 TO WS-BUS-DAYS
    MOVE 0 TO WS-SO-FOUND
    PERFORM VARYING WS-SO-IDX FROM 1 BY 1
     UNTIL WS-SO-IDX > WS-SO-COUNT
     IF WS-SO-SEQ(WS-SO-IDX) = QS-SEQ
      IF WS-SO-ID(WS-SO-IDX) = QS-ID
       MOVE WS-SO-IDX TO WS-SO-FOUND
      ELSE
       DISPLAY "WARNING: sign-off card for item " QS-SEQ
        " names person " WS-SO-ID(WS-SO-IDX) ", item is person "
        QS-ID "; card ignored."
       ADD 1 TO WS-BADCARD-COUNT
      END-IF
     END-IF
    END-PERFORM
    IF WS-SO-FOUND > 0
     MOVE WS-SO-REVIEWER(WS-SO-FOUND) TO WS-ITEM-REVIEWER
     MOVE WS-SO-COMMENT(WS-SO-FOUND) TO WS-ITEM-COMMENT
     IF QS-OPERATOR NOT = SPACES
        AND WS-SO-REVIEWER(WS-SO-FOUND) = QS-OPERATOR
      MOVE "SELF-REVIEW" TO WS-ITEM-STATUS
      ADD 1 TO WS-SELF-COUNT
     ELSE
      IF WS-SO-RESULT(WS-SO-FOUND) = "PASS"
       ADD 1 TO WS-PASSED-COUNT
      ELSE
       MOVE "FAILED" TO WS-ITEM-STATUS
       ADD 1 TO WS-FAILED-COUNT
       PERFORM COUNT-BATCH-FAILURE
      END-IF
     END-IF
    ELSE
     PERFORM COUNT-BUSINESS-DAYS
     IF WS-BUS-DAYS > WS-OVERDUE-DAYS
      MOVE "OVERDUE" TO WS-ITEM-STATUS
      ADD 1 TO WS-OVERDUE-COUNT
     ELSE
      ADD 1 TO WS-PENDING-COUNT
     END-IF
    END-IF
    IF WS-ITEM-STATUS NOT = SPACES
     ADD 1 TO WS-EXCEPTION-COUNT
     MOVE SPACES TO QA-FOLLOW-RECORD
     STRING QS-SEQ " " QS-SAMPLE-DATE " " QS-ID " " QS-OP " "
            QS-BATCH-ID " " QS-OPERATOR "  " WS-ITEM-STATUS " "
            WS-BUS-DAYS "  " WS-ITEM-REVIEWER " " WS-ITEM-COMMENT
      DELIMITED BY SIZE INTO QA-FOLLOW-RECORD
     WRITE QA-FOLLOW-RECORD
    END-IF.

COUNT-BUSINESS-DAYS.
    MOVE 0 TO WS-BUS-DAYS
    COMPUTE WS-FROM-DAYNO =
     FUNCTION INTEGER-OF-DATE(QS-SAMPLE-DATE)
    IF WS-TO-DAYNO - WS-FROM-DAYNO > 400
     MOVE 999 TO WS-BUS-DAYS
    ELSE
     PERFORM VARYING WS-DAY-NUMBER FROM WS-FROM-DAYNO BY 1
      UNTIL WS-DAY-NUMBER >= WS-TO-DAYNO
      COMPUTE WS-CHECK-DATE =
       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER + 1)
      PERFORM TEST-BUSINESS-DAY
      IF WS-DATE-IS-BUSDAY = "Y"
       ADD 1 TO WS-BUS-DAYS
      END-IF
     END-PERFORM
    END-IF.

TEST-BUSINESS-DAY.
    MOVE "Y" TO WS-DATE-IS-BUSDAY
    COMPUTE WS-DAY-OF-WEEK =
     FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7)
    IF WS-DAY-OF-WEEK > 4
     MOVE "N" TO WS-DATE-IS-BUSDAY
    END-IF
    PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
     UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
     IF WS-HOLIDAY(WS-HOL-IDX) = WS-CHECK-DATE
      MOVE "N" TO WS-DATE-IS-BUSDAY
     END-IF
    END-PERFORM.

COUNT-BATCH-FAILURE.
    MOVE 0 TO WS-BT-SLOT
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
     UNTIL WS-BT-IDX > WS-BT-COUNT OR WS-BT-SLOT > 0
     IF WS-BT-BATCH-ID(WS-BT-IDX) = QS-BATCH-ID
      MOVE WS-BT-IDX TO WS-BT-SLOT
     END-IF
    END-PERFORM
    IF WS-BT-SLOT = 0 AND WS-BT-COUNT < 100
     ADD 1 TO WS-BT-COUNT
     MOVE WS-BT-COUNT TO WS-BT-SLOT
     MOVE QS-BATCH-ID TO WS-BT-BATCH-ID(WS-BT-SLOT)
     MOVE 0 TO WS-BT-FAILED(WS-BT-SLOT)
    END-IF
    IF WS-BT-SLOT > 0
     ADD 1 TO WS-BT-FAILED(WS-BT-SLOT)
    END-IF.

WRITE-BATCH-FAILURES.
    IF WS-BT-COUNT > 0
     MOVE SPACES TO QA-FOLLOW-RECORD
     WRITE QA-FOLLOW-RECORD
     MOVE "FAILED ITEMS BY BATCH" TO QA-FOLLOW-RECORD
     WRITE QA-FOLLOW-RECORD
     MOVE "BATCH        FAILED" TO QA-FOLLOW-RECORD
     WRITE QA-FOLLOW-RECORD
     PERFORM VARYING WS-BT-IDX FROM 1 BY 1
      UNTIL WS-BT-IDX > WS-BT-COUNT
      MOVE SPACES TO QA-FOLLOW-RECORD
      IF WS-BT-BATCH-ID(WS-BT-IDX) = SPACES
       STRING "(ONLINE)     " WS-BT-FAILED(WS-BT-IDX)
        DELIMITED BY SIZE INTO QA-FOLLOW-RECORD
      ELSE
       STRING WS-BT-BATCH-ID(WS-BT-IDX) " " WS-BT-FAILED(WS-BT-IDX)
        DELIMITED BY SIZE INTO QA-FOLLOW-RECORD
      END-IF
      WRITE QA-FOLLOW-RECORD
     END-PERFORM
    END-IF.

LOG-ERROR.
    MOVE "Cobol72QAFollowup" TO EL-PROGRAM
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
    MOVE "Cobol72QAFollowup" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-SAMPLED-COUNT TO OS-COUNT1
    MOVE WS-FAILED-COUNT TO OS-COUNT2
    MOVE WS-OVERDUE-COUNT TO OS-COUNT3
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
            WHEN "QASAMPLEFILE"
             MOVE FP-VALUE TO WS-QASAMPLE-FILENAME
            WHEN "QASIGNOFFFILE"
             MOVE FP-VALUE TO WS-QASIGNOFF-FILENAME
            WHEN "QAFOLLOWFILE"
             MOVE FP-VALUE TO WS-QAFOLLOW-FILENAME
            WHEN "BUSCALFILE"
             MOVE FP-VALUE TO WS-BUSCAL-FILENAME
            WHEN "QAOVERDUEDAYS"
             IF FP-VALUE(1:2) IS NUMERIC
              MOVE FP-VALUE(1:2) TO WS-OVERDUE-DAYS
             END-IF
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
