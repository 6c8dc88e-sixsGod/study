IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol62DQScore.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT ContactFile ASSIGN TO DYNAMIC WS-CONTACT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT DQDetailFile ASSIGN TO DYNAMIC WS-DQDETAIL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DQDETAIL-STATUS.
    SELECT DQScoreFile ASSIGN TO DYNAMIC WS-DQSCORE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DQSCORE-STATUS.
    SELECT DQHistFile ASSIGN TO DYNAMIC WS-DQHIST-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DQHIST-STATUS.
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
FD PersonFile.
01 PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==DB-==.

FD ContactFile.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD DQDetailFile.
01 DQ-DETAIL-RECORD PIC X(100).

FD DQScoreFile.
01 DQ-SCORE-RECORD PIC X(100).

FD DQHistFile.
01 DQ-HIST-RECORD.
    05 DH-RUN-DATE     PIC 9(08).
    05 FILLER          PIC X(01).
    05 DH-ACTIVE       PIC 9(07).
    05 DH-RULE OCCURS 6 TIMES.
        10 FILLER          PIC X(01).
        10 DH-FAIL         PIC 9(07).
        10 FILLER          PIC X(01).
        10 DH-PCT          PIC 9(03)V99.

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
01 WS-EL-PARAGRAPH        PIC X(20).
01 WS-EL-STATUS           PIC X(10).
01 WS-EndOfFile           PIC X VALUE "N".
01 WS-SYSPARM-EOF         PIC X VALUE "N".
01 WS-DQHIST-EOF          PIC X VALUE "N".
01 WS-PERSON-FILENAME     PIC X(40) VALUE "persondb.dat".
01 WS-CONTACT-FILENAME    PIC X(40) VALUE "contactdb.dat".
01 WS-DQDETAIL-FILENAME   PIC X(40) VALUE "dqdetail.txt".
01 WS-DQSCORE-FILENAME    PIC X(40) VALUE "dqscore.txt".
01 WS-DQHIST-FILENAME     PIC X(40) VALUE "dqhist.txt".
01 WS-DB-STATUS           PIC X(02).
01 WS-CT-STATUS           PIC X(02).
01 WS-DQDETAIL-STATUS     PIC X(02).
01 WS-DQSCORE-STATUS      PIC X(02).
01 WS-DQHIST-STATUS       PIC X(02).
01 WS-SYSPARM-STATUS      PIC X(02).
01 WS-OPSSTAT-STATUS      PIC X(02).
01 WS-ERRLOG-STATUS       PIC X(02).
01 WS-RUN-DATE            PIC 9(8).
01 WS-READ-COUNT          PIC 9(7) VALUE 0.
01 WS-ACTIVE-COUNT        PIC 9(7) VALUE 0.
01 WS-CLEAN-COUNT         PIC 9(7) VALUE 0.
01 WS-DETAIL-COUNT        PIC 9(7) VALUE 0.
01 WS-DERIVED-AGE         PIC 9(5).
01 WS-RECORD-FAILED       PIC X VALUE "N".
01 WS-CONTACT-AVAILABLE   PIC X VALUE "N".
01 WS-CT-SCAN-DONE        PIC X VALUE "N".
01 WS-CONTACT-FOUND       PIC X VALUE "N".
01 WS-PRIOR-FOUND         PIC X VALUE "N".
01 WS-PRIOR-DATE          PIC 9(8) VALUE 0.
01 WS-PRIOR-ACTIVE        PIC 9(7) VALUE 0.
01 WS-RULE-IDX            PIC 9(2) VALUE 0.
01 WS-DETAIL-TEXT         PIC X(40).
01 WS-TREND               PIC X(6).
01 WS-PCT-EDIT            PIC ZZ9.99.
01 WS-PRIOR-PCT-EDIT      PIC ZZ9.99.
01 WS-RULE-TEXT-TABLE.
    05 WS-RULE-TEXT-VALUES.
        10 FILLER PIC X(33) VALUE "Q01ADDRESS LINE MISSING          ".
        10 FILLER PIC X(33) VALUE "Q02BIRTHDATE MISSING             ".
        10 FILLER PIC X(33) VALUE "Q03AGE DISAGREES WITH BIRTHDATE  ".
        10 FILLER PIC X(33) VALUE "Q04BIRTHDATE IN FUTURE           ".
        10 FILLER PIC X(33) VALUE "Q05EFFECTIVE DATE AFTER RUN DATE ".
        10 FILLER PIC X(33) VALUE "Q06NO ACTIVE PHONE OR EMAIL      ".
    05 FILLER REDEFINES WS-RULE-TEXT-VALUES.
        10 WS-RULE-ENTRY OCCURS 6 TIMES.
            15 WS-RULE-CODE   PIC X(03).
            15 WS-RULE-DESC   PIC X(30).
01 WS-RULE-RESULTS.
    05 WS-RULE-RESULT OCCURS 6 TIMES.
        10 WS-RULE-FAIL       PIC 9(7).
        10 WS-RULE-PCT        PIC 9(3)V99.
        10 WS-PRIOR-PCT       PIC 9(3)V99.
        10 WS-PRIOR-FAIL      PIC 9(7).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol62DQScore".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "DQDETAILFILE   NN".
        10 FILLER PIC X(17) VALUE "DQSCOREFILE    NN".
        10 FILLER PIC X(17) VALUE "DQHISTFILE     NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting data quality scorecard..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1 UNTIL WS-RULE-IDX > 6
     MOVE 0 TO WS-RULE-FAIL(WS-RULE-IDX)
     MOVE 0 TO WS-RULE-PCT(WS-RULE-IDX)
     MOVE 0 TO WS-PRIOR-PCT(WS-RULE-IDX)
     MOVE 0 TO WS-PRIOR-FAIL(WS-RULE-IDX)
    END-PERFORM
    PERFORM LOAD-PRIOR-SCORECARD

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

    OPEN OUTPUT DQDetailFile
    IF WS-DQDETAIL-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open DQDetailFile, status "
      WS-DQDETAIL-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DQDETAIL-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT ContactFile
    IF WS-CT-STATUS = "00"
     MOVE "Y" TO WS-CONTACT-AVAILABLE
    ELSE
     DISPLAY "NOTE: no contact file; Q06 not evaluated."
    END-IF

    MOVE SPACES TO DQ-DETAIL-RECORD
    STRING "DATA QUALITY EXCEPTIONS " WS-RUN-DATE
     DELIMITED BY SIZE INTO DQ-DETAIL-RECORD
    WRITE DQ-DETAIL-RECORD

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ PersonFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          ADD 1 TO WS-READ-COUNT
          IF DB-ACTIVE
           PERFORM SCORE-PERSON
          END-IF
     END-READ
    END-PERFORM

    MOVE SPACES TO DQ-DETAIL-RECORD
    STRING "TRL RECORDCOUNT=" WS-DETAIL-COUNT
     DELIMITED BY SIZE INTO DQ-DETAIL-RECORD
    WRITE DQ-DETAIL-RECORD

    CLOSE PersonFile
    CLOSE DQDetailFile
    IF WS-CONTACT-AVAILABLE = "Y"
     CLOSE ContactFile
    END-IF

    PERFORM COMPUTE-RULE-PERCENTS
    PERFORM WRITE-SCORECARD
    PERFORM APPEND-SCORECARD-HISTORY

    DISPLAY "Master records read: " WS-READ-COUNT
    DISPLAY "Active records scored: " WS-ACTIVE-COUNT
    DISPLAY "Active records passing all rules: " WS-CLEAN-COUNT
    DISPLAY "Rule failures written: " WS-DETAIL-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Data quality scorecard completed."
    GOBACK.

LOAD-PRIOR-SCORECARD.
    OPEN INPUT DQHistFile
    IF WS-DQHIST-STATUS = "00"
     PERFORM UNTIL WS-DQHIST-EOF = "Y"
      READ DQHistFile
       AT END
        MOVE "Y" TO WS-DQHIST-EOF
       NOT AT END
        IF DH-RUN-DATE IS NUMERIC AND DH-RUN-DATE < WS-RUN-DATE
           AND DH-RUN-DATE >= WS-PRIOR-DATE
         MOVE "Y" TO WS-PRIOR-FOUND
         MOVE DH-RUN-DATE TO WS-PRIOR-DATE
         MOVE DH-ACTIVE TO WS-PRIOR-ACTIVE
         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
          UNTIL WS-RULE-IDX > 6
          MOVE DH-FAIL(WS-RULE-IDX) TO WS-PRIOR-FAIL(WS-RULE-IDX)
          MOVE DH-PCT(WS-RULE-IDX) TO WS-PRIOR-PCT(WS-RULE-IDX)
         END-PERFORM
        END-IF
      END-READ
     END-PERFORM
     CLOSE DQHistFile
    ELSE
     DISPLAY "NOTE: no scorecard history; trends start with this run."
    END-IF.

SCORE-PERSON.
    ADD 1 TO WS-ACTIVE-COUNT
    MOVE "N" TO WS-RECORD-FAILED
    IF DB-ADDR-LINE1 = SPACES OR DB-ADDR-LINE2 = SPACES
     MOVE 1 TO WS-RULE-IDX
     IF DB-ADDR-LINE1 = SPACES
      MOVE "LINE1 BLANK" TO WS-DETAIL-TEXT
     ELSE
      MOVE "LINE2 BLANK" TO WS-DETAIL-TEXT
     END-IF
     PERFORM RECORD-RULE-FAILURE
    END-IF
    IF DB-BIRTHDATE IS NOT NUMERIC OR DB-BIRTHDATE = 0
     MOVE 2 TO WS-RULE-IDX
     MOVE SPACES TO WS-DETAIL-TEXT
     PERFORM RECORD-RULE-FAILURE
    ELSE
     IF DB-BIRTHDATE > WS-RUN-DATE
      MOVE 4 TO WS-RULE-IDX
      MOVE SPACES TO WS-DETAIL-TEXT
      STRING "BIRTHDATE=" DB-BIRTHDATE
       DELIMITED BY SIZE INTO WS-DETAIL-TEXT
      PERFORM RECORD-RULE-FAILURE
     ELSE
      COMPUTE WS-DERIVED-AGE =
       (WS-RUN-DATE - DB-BIRTHDATE) / 10000
      IF DB-AGE IS NOT NUMERIC OR DB-AGE NOT = WS-DERIVED-AGE
       MOVE 3 TO WS-RULE-IDX
       MOVE SPACES TO WS-DETAIL-TEXT
       STRING "AGE=" DB-AGE " DERIVED=" WS-DERIVED-AGE
        DELIMITED BY SIZE INTO WS-DETAIL-TEXT
       PERFORM RECORD-RULE-FAILURE
      END-IF
     END-IF
    END-IF
    IF DB-EFF-DATE IS NUMERIC AND DB-EFF-DATE > WS-RUN-DATE
     MOVE 5 TO WS-RULE-IDX
     MOVE SPACES TO WS-DETAIL-TEXT
     STRING "EFFDATE=" DB-EFF-DATE
      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
     PERFORM RECORD-RULE-FAILURE
    END-IF
    IF WS-CONTACT-AVAILABLE = "Y"
     PERFORM CHECK-ACTIVE-CONTACT
     IF WS-CONTACT-FOUND = "N"
      MOVE 6 TO WS-RULE-IDX
      MOVE SPACES TO WS-DETAIL-TEXT
      PERFORM RECORD-RULE-FAILURE
     END-IF
    END-IF
    IF WS-RECORD-FAILED = "N"
     ADD 1 TO WS-CLEAN-COUNT
    END-IF.

CHECK-ACTIVE-CONTACT.
    MOVE "N" TO WS-CONTACT-FOUND
    MOVE DB-ID TO CT-ID
    MOVE LOW-VALUES TO CT-TYPE
    MOVE 0 TO CT-SEQ
    START ContactFile KEY IS NOT LESS THAN CT-KEY
    END-START
    IF WS-CT-STATUS = "00"
     MOVE "N" TO WS-CT-SCAN-DONE
     PERFORM UNTIL WS-CT-SCAN-DONE = "Y"
      READ ContactFile NEXT RECORD
       AT END
        MOVE "Y" TO WS-CT-SCAN-DONE
       NOT AT END
        IF CT-ID NOT = DB-ID
         MOVE "Y" TO WS-CT-SCAN-DONE
        ELSE
         IF CT-ACTIVE AND (CT-PHONE OR CT-EMAIL)
          MOVE "Y" TO WS-CONTACT-FOUND
          MOVE "Y" TO WS-CT-SCAN-DONE
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF.

RECORD-RULE-FAILURE.
    MOVE "Y" TO WS-RECORD-FAILED
    ADD 1 TO WS-RULE-FAIL(WS-RULE-IDX)
    ADD 1 TO WS-DETAIL-COUNT
    MOVE SPACES TO DQ-DETAIL-RECORD
    STRING WS-RULE-CODE(WS-RULE-IDX) " " DB-ID " " DB-NAME
           " " WS-RULE-DESC(WS-RULE-IDX) " " WS-DETAIL-TEXT
     DELIMITED BY SIZE INTO DQ-DETAIL-RECORD
    WRITE DQ-DETAIL-RECORD
    IF WS-DQDETAIL-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on DQDetailFile, status "
      WS-DQDETAIL-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "RECORD-RULE-FAILURE" TO WS-EL-PARAGRAPH
     MOVE WS-DQDETAIL-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    END-IF.

COMPUTE-RULE-PERCENTS.
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1 UNTIL WS-RULE-IDX > 6
     IF WS-ACTIVE-COUNT > 0
      COMPUTE WS-RULE-PCT(WS-RULE-IDX) ROUNDED =
       (WS-RULE-FAIL(WS-RULE-IDX) * 100) / WS-ACTIVE-COUNT
     END-IF
    END-PERFORM.

WRITE-SCORECARD.
    OPEN OUTPUT DQScoreFile
    IF WS-DQSCORE-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open DQScoreFile, status "
      WS-DQSCORE-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-SCORECARD" TO WS-EL-PARAGRAPH
     MOVE WS-DQSCORE-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE SPACES TO DQ-SCORE-RECORD
     STRING "DATA QUALITY SCORECARD " WS-RUN-DATE
      DELIMITED BY SIZE INTO DQ-SCORE-RECORD
     WRITE DQ-SCORE-RECORD
     MOVE SPACES TO DQ-SCORE-RECORD
     IF WS-PRIOR-FOUND = "Y"
      STRING "ACTIVE RECORDS: " WS-ACTIVE-COUNT
             " PRIOR RUN: " WS-PRIOR-DATE
             " PRIOR ACTIVE: " WS-PRIOR-ACTIVE
       DELIMITED BY SIZE INTO DQ-SCORE-RECORD
     ELSE
      STRING "ACTIVE RECORDS: " WS-ACTIVE-COUNT
             " PRIOR RUN: NONE"
       DELIMITED BY SIZE INTO DQ-SCORE-RECORD
     END-IF
     WRITE DQ-SCORE-RECORD
     MOVE SPACES TO DQ-SCORE-RECORD
     WRITE DQ-SCORE-RECORD
     MOVE "RULE DESCRIPTION                     FAILS    PCT    PRIOR TREND"
      TO DQ-SCORE-RECORD
     WRITE DQ-SCORE-RECORD
     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1 UNTIL WS-RULE-IDX > 6
      PERFORM WRITE-SCORECARD-LINE
     END-PERFORM
     MOVE SPACES TO DQ-SCORE-RECORD
     STRING "ACTIVE RECORDS PASSING ALL RULES: " WS-CLEAN-COUNT
      DELIMITED BY SIZE INTO DQ-SCORE-RECORD
     WRITE DQ-SCORE-RECORD
     CLOSE DQScoreFile
    END-IF.

WRITE-SCORECARD-LINE.
    EVALUATE TRUE
     WHEN WS-RULE-IDX = 6 AND WS-CONTACT-AVAILABLE = "N"
      MOVE "N/A" TO WS-TREND
     WHEN WS-PRIOR-FOUND = "N"
      MOVE "NEW" TO WS-TREND
     WHEN WS-RULE-PCT(WS-RULE-IDX) < WS-PRIOR-PCT(WS-RULE-IDX)
      MOVE "BETTER" TO WS-TREND
     WHEN WS-RULE-PCT(WS-RULE-IDX) > WS-PRIOR-PCT(WS-RULE-IDX)
      MOVE "WORSE" TO WS-TREND
     WHEN OTHER
      MOVE "SAME" TO WS-TREND
    END-EVALUATE
    MOVE WS-RULE-PCT(WS-RULE-IDX) TO WS-PCT-EDIT
    MOVE WS-PRIOR-PCT(WS-RULE-IDX) TO WS-PRIOR-PCT-EDIT
    MOVE SPACES TO DQ-SCORE-RECORD
    STRING WS-RULE-CODE(WS-RULE-IDX) " " WS-RULE-DESC(WS-RULE-IDX)
           " " WS-RULE-FAIL(WS-RULE-IDX)
           " " WS-PCT-EDIT
           "   " WS-PRIOR-PCT-EDIT
           " " WS-TREND
     DELIMITED BY SIZE INTO DQ-SCORE-RECORD
    WRITE DQ-SCORE-RECORD.

APPEND-SCORECARD-HISTORY.
    OPEN EXTEND DQHistFile
    IF WS-DQHIST-STATUS NOT = "00"
     OPEN OUTPUT DQHistFile
    END-IF
    IF WS-DQHIST-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open DQHistFile, status "
      WS-DQHIST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "APPEND-SCORECARD-HIS" TO WS-EL-PARAGRAPH
     MOVE WS-DQHIST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE SPACES TO DQ-HIST-RECORD
     MOVE WS-RUN-DATE TO DH-RUN-DATE
     MOVE WS-ACTIVE-COUNT TO DH-ACTIVE
     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1 UNTIL WS-RULE-IDX > 6
      MOVE WS-RULE-FAIL(WS-RULE-IDX) TO DH-FAIL(WS-RULE-IDX)
      MOVE WS-RULE-PCT(WS-RULE-IDX) TO DH-PCT(WS-RULE-IDX)
     END-PERFORM
     WRITE DQ-HIST-RECORD
     CLOSE DQHistFile
    END-IF.

LOG-ERROR.
    MOVE "Cobol62DQScore" TO EL-PROGRAM
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
    MOVE "Cobol62DQScore" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-ACTIVE-COUNT TO OS-COUNT1
    MOVE WS-CLEAN-COUNT TO OS-COUNT2
    MOVE WS-DETAIL-COUNT TO OS-COUNT3
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
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-PERSON-FILENAME
            WHEN "CONTACTFILE"
             MOVE FP-VALUE TO WS-CONTACT-FILENAME
            WHEN "DQDETAILFILE"
             MOVE FP-VALUE TO WS-DQDETAIL-FILENAME
            WHEN "DQSCOREFILE"
             MOVE FP-VALUE TO WS-DQSCORE-FILENAME
            WHEN "DQHISTFILE"
             MOVE FP-VALUE TO WS-DQHIST-FILENAME
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
