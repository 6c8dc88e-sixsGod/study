IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol71QASample.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-STATUS.
    SELECT QASampleFile ASSIGN TO DYNAMIC WS-QASAMPLE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-QASAMPLE-STATUS.
    SELECT QAReviewFile ASSIGN TO DYNAMIC WS-QAREVIEW-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-QAREVIEW-STATUS.
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
FD AuditFile.
01 AUDIT-RECORD.
    COPY AUDITREC.

FD QASampleFile.
01 QA-SAMPLE-RECORD.
    COPY QASAMPLE.

FD QAReviewFile.
01 QA-REVIEW-RECORD PIC X(132).

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
01 WS-QASAMPLE-EOF     PIC X VALUE "N".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-QASAMPLE-FILENAME PIC X(40) VALUE "qasample.dat".
01 WS-QAREVIEW-FILENAME PIC X(40) VALUE "qareview.txt".
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-QASAMPLE-STATUS  PIC X(02).
01 WS-QAREVIEW-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-SAMPLE-PCT       PIC 9(3) VALUE 10.
01 WS-SEED             PIC 9(9) VALUE 0.
01 WS-SEED-SET         PIC X VALUE "N".
01 WS-RAND             PIC 9(2) VALUE 0.
01 WS-REPRINT          PIC X VALUE "N".
01 WS-SELECTION        PIC X VALUE SPACE.
01 WS-SELECTION-TEXT   PIC X(09).
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-DAY-COUNT        PIC 9(7) VALUE 0.
01 WS-SAMPLED-COUNT    PIC 9(7) VALUE 0.
01 WS-MANDATORY-COUNT  PIC 9(7) VALUE 0.
01 WS-RANDOM-COUNT     PIC 9(7) VALUE 0.
01 WS-CHANGE-MARK      PIC X(01).
01 WS-FIELD-LABEL      PIC X(16).
01 WS-BEFORE-TEXT      PIC X(30).
01 WS-AFTER-TEXT       PIC X(30).
01 WS-SM-IDX           PIC 9(4) VALUE 0.
01 WS-SM-FOUND         PIC 9(4) VALUE 0.
01 WS-SAMPLE-TABLE.
    05 WS-SM-COUNT     PIC 9(4) VALUE 0.
    05 WS-SM-ENTRY OCCURS 2000 TIMES.
        10 WS-SM-SEQ       PIC 9(07).
        10 WS-SM-SELECTION PIC X(01).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol71QASample".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "QASAMPLEFILE   NN".
        10 FILLER PIC X(17) VALUE "QAREVIEWFILE   NN".
        10 FILLER PIC X(17) VALUE "QASAMPLEPCT    NN".
        10 FILLER PIC X(17) VALUE "QASEED         NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting daily maintenance QA sample..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF WS-SAMPLE-PCT > 100
     DISPLAY "ERROR: QASAMPLEPCT must be 000 to 100."
     MOVE 8 TO RETURN-CODE
    END-IF
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-SEED-SET = "N"
     COMPUTE WS-SEED = FUNCTION MOD(WS-RUN-DATE, 65537)
    END-IF

    PERFORM LOAD-PRIOR-SAMPLE
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT AuditFile
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AuditFile, status "
      WS-AUDIT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-AUDIT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN OUTPUT QAReviewFile
    IF WS-QAREVIEW-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open QAReviewFile, status "
      WS-QAREVIEW-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-QAREVIEW-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE AuditFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-REPRINT = "N"
     OPEN EXTEND QASampleFile
     IF WS-QASAMPLE-STATUS NOT = "00"
      OPEN OUTPUT QASampleFile
     END-IF
     IF WS-QASAMPLE-STATUS NOT = "00"
      DISPLAY "ERROR: unable to open QASampleFile, status "
       WS-QASAMPLE-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
      MOVE WS-QASAMPLE-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      CLOSE AuditFile
      CLOSE QAReviewFile
      PERFORM WRITE-OPS-STAT
      GOBACK
     END-IF
    END-IF

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ AuditFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          ADD 1 TO WS-READ-COUNT
          IF AU-ID IS NUMERIC AND AU-OP NOT = "RUNTRAILER"
             AND AU-RUN-DATE = WS-RUN-DATE
           PERFORM SELECT-AUDIT-ENTRY
          END-IF
     END-READ
    END-PERFORM
    CLOSE AuditFile
    IF WS-REPRINT = "N"
     CLOSE QASampleFile
    END-IF

    MOVE SPACES TO QA-REVIEW-RECORD
    STRING "QA SAMPLE SUMMARY " WS-RUN-DATE
           " ENTRIES=" WS-DAY-COUNT
           " SAMPLED=" WS-SAMPLED-COUNT
           " MANDATORY=" WS-MANDATORY-COUNT
           " RANDOM=" WS-RANDOM-COUNT
           " PERCENT=" WS-SAMPLE-PCT
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    CLOSE QAReviewFile

    IF WS-DAY-COUNT = 0
     DISPLAY "NOTE: no maintenance applied on " WS-RUN-DATE
      "; nothing to sample."
    END-IF
    DISPLAY "Audit entries read: " WS-READ-COUNT
    DISPLAY "Entries applied on " WS-RUN-DATE ": " WS-DAY-COUNT
    DISPLAY "Entries sampled: " WS-SAMPLED-COUNT
     " (mandatory " WS-MANDATORY-COUNT ", random "
     WS-RANDOM-COUNT ")"
    PERFORM WRITE-OPS-STAT
    DISPLAY "Daily maintenance QA sample completed."
    GOBACK.

LOAD-PRIOR-SAMPLE.
    OPEN INPUT QASampleFile
    IF WS-QASAMPLE-STATUS = "00"
     PERFORM UNTIL WS-QASAMPLE-EOF = "Y"
      READ QASampleFile
          AT END
           MOVE "Y" TO WS-QASAMPLE-EOF
          NOT AT END
           IF QS-SAMPLE-DATE = WS-RUN-DATE
            IF WS-SM-COUNT < 2000
             ADD 1 TO WS-SM-COUNT
             MOVE QS-SEQ TO WS-SM-SEQ(WS-SM-COUNT)
             MOVE QS-SELECTION TO WS-SM-SELECTION(WS-SM-COUNT)
            ELSE
             DISPLAY "ERROR: more than 2000 sampled items for "
              WS-RUN-DATE "; cannot reprint review sheets."
             MOVE 8 TO RETURN-CODE
             MOVE "Y" TO WS-QASAMPLE-EOF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE QASampleFile
    END-IF
    IF WS-SM-COUNT > 0
     MOVE "Y" TO WS-REPRINT
     DISPLAY "NOTE: sample for " WS-RUN-DATE " already drawn; "
      "reprinting " WS-SM-COUNT " review sheet(s)."
    END-IF.

SELECT-AUDIT-ENTRY.
    ADD 1 TO WS-DAY-COUNT
    MOVE SPACE TO WS-SELECTION
    IF WS-REPRINT = "Y"
     MOVE 0 TO WS-SM-FOUND
     PERFORM VARYING WS-SM-IDX FROM 1 BY 1
      UNTIL WS-SM-IDX > WS-SM-COUNT OR WS-SM-FOUND > 0
      IF WS-SM-SEQ(WS-SM-IDX) = AU-SEQ
       MOVE WS-SM-IDX TO WS-SM-FOUND
      END-IF
     END-PERFORM
     IF WS-SM-FOUND > 0
      MOVE WS-SM-SELECTION(WS-SM-FOUND) TO WS-SELECTION
     END-IF
    ELSE
     EVALUATE AU-OP
      WHEN "DELETE"
      WHEN "MERGE-IN"
      WHEN "MERGE-OUT"
      WHEN "REINSTATE"
       MOVE "M" TO WS-SELECTION
      WHEN OTHER
       PERFORM NEXT-RANDOM
       IF WS-RAND < WS-SAMPLE-PCT
        MOVE "R" TO WS-SELECTION
       END-IF
     END-EVALUATE
    END-IF
    IF WS-SELECTION NOT = SPACE
     ADD 1 TO WS-SAMPLED-COUNT
     IF WS-SELECTION = "M"
      ADD 1 TO WS-MANDATORY-COUNT
      MOVE "MANDATORY" TO WS-SELECTION-TEXT
     ELSE
      ADD 1 TO WS-RANDOM-COUNT
      MOVE "RANDOM" TO WS-SELECTION-TEXT
     END-IF
     IF WS-REPRINT = "N"
      PERFORM WRITE-SAMPLE-ENTRY
     END-IF
     PERFORM WRITE-REVIEW-SHEET
    END-IF.

NEXT-RANDOM.
    COMPUTE WS-SEED =
     FUNCTION MOD((WS-SEED * 75) + 74, 65537)
    COMPUTE WS-RAND = FUNCTION MOD(WS-SEED, 100).

WRITE-SAMPLE-ENTRY.
    MOVE WS-RUN-DATE TO QS-SAMPLE-DATE
    MOVE AU-SEQ TO QS-SEQ
    MOVE AU-ID TO QS-ID
    MOVE AU-OP TO QS-OP
    MOVE AU-BATCH-ID TO QS-BATCH-ID
    MOVE AU-OPERATOR TO QS-OPERATOR
    MOVE WS-SELECTION TO QS-SELECTION
    WRITE QA-SAMPLE-RECORD
    IF WS-QASAMPLE-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on QASampleFile, status "
      WS-QASAMPLE-STATUS
     MOVE "WRITE-SAMPLE-ENTRY" TO WS-EL-PARAGRAPH
     MOVE WS-QASAMPLE-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
     MOVE "Y" TO WS-EndOfFile
    END-IF.

WRITE-REVIEW-SHEET.
    MOVE ALL "-" TO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE SPACES TO QA-REVIEW-RECORD
    STRING "QA REVIEW SHEET  APPLIED " AU-RUN-DATE
           "  ITEM " AU-SEQ "  PERSON " AU-ID
           "  SELECTED " WS-SELECTION-TEXT
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE SPACES TO QA-REVIEW-RECORD
    STRING "OPERATION " AU-OP "  FIELD " AU-UPDATE-FIELD
           "  BATCH " AU-BATCH-ID "  SUBMITTED BY " AU-OPERATOR
           "  AT " AU-TIMESTAMP
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE SPACES TO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE SPACES TO QA-REVIEW-RECORD
    STRING "FIELD             BEFORE                          "
           "AFTER"
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE "NAME" TO WS-FIELD-LABEL
    MOVE AU-B-NAME TO WS-BEFORE-TEXT
    MOVE AU-A-NAME TO WS-AFTER-TEXT
    PERFORM WRITE-SIDE-BY-SIDE
    MOVE "AGE" TO WS-FIELD-LABEL
    MOVE AU-B-AGE TO WS-BEFORE-TEXT
    MOVE AU-A-AGE TO WS-AFTER-TEXT
    PERFORM WRITE-SIDE-BY-SIDE
    MOVE "ADDRESS LINE 1" TO WS-FIELD-LABEL
    MOVE AU-B-ADDR-LINE1 TO WS-BEFORE-TEXT
    MOVE AU-A-ADDR-LINE1 TO WS-AFTER-TEXT
    PERFORM WRITE-SIDE-BY-SIDE
    MOVE "ADDRESS LINE 2" TO WS-FIELD-LABEL
    MOVE AU-B-ADDR-LINE2 TO WS-BEFORE-TEXT
    MOVE AU-A-ADDR-LINE2 TO WS-AFTER-TEXT
    PERFORM WRITE-SIDE-BY-SIDE
    MOVE "EFFECTIVE DATE" TO WS-FIELD-LABEL
    MOVE AU-B-EFF-DATE TO WS-BEFORE-TEXT
    MOVE AU-A-EFF-DATE TO WS-AFTER-TEXT
    PERFORM WRITE-SIDE-BY-SIDE
    MOVE "BIRTH DATE" TO WS-FIELD-LABEL
    MOVE AU-B-BIRTHDATE TO WS-BEFORE-TEXT
    MOVE AU-A-BIRTHDATE TO WS-AFTER-TEXT
    PERFORM WRITE-SIDE-BY-SIDE
    MOVE SPACES TO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE SPACES TO QA-REVIEW-RECORD
    STRING "RESULT (PASS/FAIL): ____  REVIEWER ID: ________  "
           "DATE: ________  (REVIEWER MAY NOT BE THE SUBMITTER)"
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD
    MOVE SPACES TO QA-REVIEW-RECORD
    STRING "SIGN-OFF CARD: " AU-SEQ " " AU-ID
           " RSLT REVIEWER YYYYMMDD COMMENT"
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD.

WRITE-SIDE-BY-SIDE.
    MOVE SPACE TO WS-CHANGE-MARK
    IF WS-BEFORE-TEXT NOT = WS-AFTER-TEXT
     MOVE "*" TO WS-CHANGE-MARK
    END-IF
    MOVE SPACES TO QA-REVIEW-RECORD
    STRING WS-FIELD-LABEL "  " WS-BEFORE-TEXT "  " WS-AFTER-TEXT
           "  " WS-CHANGE-MARK
     DELIMITED BY SIZE INTO QA-REVIEW-RECORD
    WRITE QA-REVIEW-RECORD.

LOG-ERROR.
    MOVE "Cobol71QASample" TO EL-PROGRAM
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
    MOVE "Cobol71QASample" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-DAY-COUNT TO OS-COUNT1
    MOVE WS-SAMPLED-COUNT TO OS-COUNT2
    MOVE WS-MANDATORY-COUNT TO OS-COUNT3
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
            WHEN "AUDITFILE"
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "QASAMPLEFILE"
             MOVE FP-VALUE TO WS-QASAMPLE-FILENAME
            WHEN "QAREVIEWFILE"
             MOVE FP-VALUE TO WS-QAREVIEW-FILENAME
            WHEN "QASAMPLEPCT"
             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-SAMPLE-PCT
             END-IF
            WHEN "QASEED"
             IF FP-VALUE(1:9) IS NUMERIC
              MOVE FP-VALUE(1:9) TO WS-SEED
              MOVE "Y" TO WS-SEED-SET
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
