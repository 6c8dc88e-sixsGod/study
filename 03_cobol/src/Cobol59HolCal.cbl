IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol59HolCal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HolRuleFile ASSIGN TO DYNAMIC WS-HOLRULE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLRULE-STATUS.
    SELECT BusCalFile ASSIGN TO DYNAMIC WS-BUSCAL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BUSCAL-STATUS.
    SELECT HolCalRptFile ASSIGN TO DYNAMIC WS-HOLCALRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLCALRPT-STATUS.
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
FD HolRuleFile.
01 HOL-RULE-RECORD.
    05 HR-TYPE         PIC X(01).
    05 FILLER          PIC X(01).
    05 HR-MONTH        PIC 9(02).
    05 FILLER          PIC X(01).
    05 HR-DAY          PIC 9(02).
    05 FILLER          PIC X(01).
    05 HR-NTH          PIC 9(01).
    05 FILLER          PIC X(01).
    05 HR-WEEKDAY      PIC 9(01).
    05 FILLER          PIC X(01).
    05 HR-OBSERVE      PIC X(01).
    05 FILLER          PIC X(01).
    05 HR-NAME         PIC X(30).

FD BusCalFile.
01 BUS-CAL-RECORD.
    05 BC-HOLIDAY-DATE PIC 9(8).

FD HolCalRptFile.
01 HOL-CAL-REPORT-RECORD PIC X(100).

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
01 WS-HOLRULE-EOF        PIC X VALUE "N".
01 WS-BUSCAL-EOF         PIC X VALUE "N".
01 WS-HOLRULE-FILENAME   PIC X(40) VALUE "holrules.ctl".
01 WS-BUSCAL-FILENAME    PIC X(40) VALUE "buscal.ctl".
01 WS-HOLCALRPT-FILENAME PIC X(40) VALUE "holcalrpt.txt".
01 WS-HOLRULE-STATUS     PIC X(02).
01 WS-BUSCAL-STATUS      PIC X(02).
01 WS-HOLCALRPT-STATUS   PIC X(02).
01 WS-SYSPARM-STATUS     PIC X(02).
01 WS-OPSSTAT-STATUS     PIC X(02).
01 WS-ERRLOG-STATUS      PIC X(02).
01 WS-RUN-DATE           PIC 9(8).
01 WS-YEAR-FROM-PARM     PIC X(4) VALUE SPACES.
01 WS-YEAR-TO-PARM       PIC X(4) VALUE SPACES.
01 WS-YEAR-FROM          PIC 9(4) VALUE 0.
01 WS-YEAR-TO            PIC 9(4) VALUE 0.
01 WS-GEN-YEAR           PIC 9(4) VALUE 0.
01 WS-MAX-HOLIDAYS       PIC 9(3) VALUE 100.
01 WS-RULE-READ          PIC 9(7) VALUE 0.
01 WS-RULE-ERRORS        PIC 9(7) VALUE 0.
01 WS-RETAINED-COUNT     PIC 9(7) VALUE 0.
01 WS-GENERATED-COUNT    PIC 9(7) VALUE 0.
01 WS-DUPLICATE-COUNT    PIC 9(7) VALUE 0.
01 WS-WRITTEN-COUNT      PIC 9(7) VALUE 0.
01 WS-CALENDAR-WRITTEN   PIC X VALUE "N".
01 WS-REJ-TEXT           PIC X(30).
01 WS-DATE-WORK.
    05 WS-DW-YEAR        PIC 9(4).
    05 WS-DW-MONTH       PIC 9(2).
    05 WS-DW-DAY         PIC 9(2).
01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
01 WS-ACTUAL-DATE        PIC 9(8) VALUE 0.
01 WS-HOLIDAY-DATE       PIC 9(8) VALUE 0.
01 WS-DAY-NUMBER         PIC 9(7) VALUE 0.
01 WS-DAY-OF-WEEK        PIC 9(1) VALUE 0.
01 WS-DAY-OFFSET         PIC 9(2) VALUE 0.
01 WS-DAY-NAMES          PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 WS-DAY-NAME           PIC X(3).
01 WS-OBSERVED-NOTE      PIC X(30).
01 WS-HORIZON-DATE       PIC 9(8) VALUE 0.
01 WS-NEED-YEAR-1        PIC 9(4) VALUE 0.
01 WS-NEED-YEAR-2        PIC 9(4) VALUE 0.
01 WS-HAVE-YEAR-1        PIC X VALUE "N".
01 WS-HAVE-YEAR-2        PIC X VALUE "N".
01 WS-MISSING-YEAR       PIC 9(4) VALUE 0.
01 WS-RL-IDX             PIC 9(3) VALUE 0.
01 WS-HD-IDX             PIC 9(3) VALUE 0.
01 WS-HD-SCAN            PIC 9(3) VALUE 0.
01 WS-HD-FOUND           PIC X VALUE "N".
01 WS-HD-SWAPPED         PIC X VALUE "Y".
01 WS-HD-SWAP-ENTRY.
    05 WS-HS-DATE        PIC 9(8).
    05 WS-HS-ACTUAL      PIC 9(8).
    05 WS-HS-SOURCE      PIC X(1).
    05 WS-HS-NAME        PIC X(30).
01 WS-RULE-TABLE.
    05 WS-RL-COUNT       PIC 9(3) VALUE 0.
    05 WS-RL-ENTRY OCCURS 50 TIMES.
        10 WS-RL-TYPE        PIC X(1).
        10 WS-RL-MONTH       PIC 9(2).
        10 WS-RL-DAY         PIC 9(2).
        10 WS-RL-NTH         PIC 9(1).
        10 WS-RL-WEEKDAY     PIC 9(1).
        10 WS-RL-OBSERVE     PIC X(1).
        10 WS-RL-NAME        PIC X(30).
01 WS-HOLIDAY-TABLE.
    05 WS-HD-COUNT       PIC 9(3) VALUE 0.
    05 WS-HD-ENTRY OCCURS 500 TIMES.
        10 WS-HD-DATE        PIC 9(8).
        10 WS-HD-ACTUAL      PIC 9(8).
        10 WS-HD-SOURCE      PIC X(1).
        10 WS-HD-NAME        PIC X(30).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol59HolCal".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "HOLRULEFILE    NN".
        10 FILLER PIC X(17) VALUE "BUSCALFILE     NN".
        10 FILLER PIC X(17) VALUE "HOLCALRPTFILE  NN".
        10 FILLER PIC X(17) VALUE "CALYEARFROM    NN".
        10 FILLER PIC X(17) VALUE "CALYEARTO      NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting holiday calendar generation..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    PERFORM SET-YEAR-RANGE
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT HolCalRptFile
    IF WS-HOLCALRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open HolCalRptFile, status "
      WS-HOLCALRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-HOLCALRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    STRING "HOLIDAY CALENDAR GENERATION  RUN DATE " WS-RUN-DATE
           "  YEARS " WS-YEAR-FROM " TO " WS-YEAR-TO
     DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD

    PERFORM LOAD-HOLIDAY-RULES
    IF RETURN-CODE < 8
     PERFORM LOAD-RETAINED-DATES
    END-IF
    IF RETURN-CODE < 8
     PERFORM VARYING WS-GEN-YEAR FROM WS-YEAR-FROM BY 1
      UNTIL WS-GEN-YEAR > WS-YEAR-TO
      PERFORM VARYING WS-RL-IDX FROM 1 BY 1
       UNTIL WS-RL-IDX > WS-RL-COUNT
       PERFORM GENERATE-RULE-DATE
      END-PERFORM
     END-PERFORM
     PERFORM SORT-HOLIDAY-TABLE
     IF WS-HD-COUNT > WS-MAX-HOLIDAYS
      DISPLAY "ERROR: " WS-HD-COUNT " calendar dates exceed the "
       WS-MAX-HOLIDAYS " the job stream can load"
      MOVE "CALENDAR EXCEEDS 100 DATES" TO WS-REJ-TEXT
      PERFORM WRITE-REJECT-LINE
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF
    IF RETURN-CODE < 8
     PERFORM WRITE-BUSINESS-CALENDAR
    END-IF
    PERFORM WRITE-HOLIDAY-LISTING
    PERFORM CHECK-CALENDAR-COVERAGE
    PERFORM WRITE-CALENDAR-SUMMARY
    CLOSE HolCalRptFile

    DISPLAY "Holiday rules read: " WS-RULE-READ
    DISPLAY "Holiday dates generated: " WS-GENERATED-COUNT
    DISPLAY "Calendar dates written: " WS-WRITTEN-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Holiday calendar generation completed."
    GOBACK.

SET-YEAR-RANGE.
    IF WS-YEAR-FROM-PARM IS NUMERIC
     MOVE WS-YEAR-FROM-PARM TO WS-YEAR-FROM
    ELSE
     MOVE WS-RUN-DATE(1:4) TO WS-YEAR-FROM
    END-IF
    IF WS-YEAR-TO-PARM IS NUMERIC
     MOVE WS-YEAR-TO-PARM TO WS-YEAR-TO
    ELSE
     COMPUTE WS-YEAR-TO = WS-YEAR-FROM + 1
    END-IF
    IF WS-YEAR-FROM < 1601 OR WS-YEAR-TO > 9998
       OR WS-YEAR-TO < WS-YEAR-FROM
       OR WS-YEAR-TO - WS-YEAR-FROM > 9
     DISPLAY "ERROR: invalid calendar year range " WS-YEAR-FROM
      " to " WS-YEAR-TO
     MOVE 8 TO RETURN-CODE
    END-IF.

LOAD-HOLIDAY-RULES.
    OPEN INPUT HolRuleFile
    IF WS-HOLRULE-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open HolRuleFile, status "
      WS-HOLRULE-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-HOLIDAY-RULES" TO WS-EL-PARAGRAPH
     MOVE WS-HOLRULE-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-HOLRULE-EOF = "Y"
      READ HolRuleFile
       AT END
        MOVE "Y" TO WS-HOLRULE-EOF
       NOT AT END
        IF HOL-RULE-RECORD NOT = SPACES AND HR-TYPE NOT = "*"
         ADD 1 TO WS-RULE-READ
         PERFORM EDIT-HOLIDAY-RULE
        END-IF
      END-READ
     END-PERFORM
     CLOSE HolRuleFile
     IF WS-RULE-ERRORS > 0
      DISPLAY "ERROR: " WS-RULE-ERRORS
       " holiday rules rejected; calendar not replaced"
      MOVE 8 TO RETURN-CODE
     END-IF
     IF WS-RL-COUNT = 0 AND RETURN-CODE = 0
      DISPLAY "ERROR: no holiday rules in " WS-HOLRULE-FILENAME
      MOVE "NO HOLIDAY RULES" TO WS-REJ-TEXT
      PERFORM WRITE-REJECT-LINE
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

EDIT-HOLIDAY-RULE.
    MOVE SPACES TO WS-REJ-TEXT
    EVALUATE TRUE
     WHEN HR-TYPE NOT = "F" AND HR-TYPE NOT = "N"
          AND HR-TYPE NOT = "L"
      MOVE "UNKNOWN RULE TYPE" TO WS-REJ-TEXT
     WHEN HR-MONTH IS NOT NUMERIC
          OR HR-MONTH < 1 OR HR-MONTH > 12
      MOVE "INVALID MONTH" TO WS-REJ-TEXT
     WHEN HR-TYPE = "F"
          AND (HR-DAY IS NOT NUMERIC
               OR HR-DAY < 1 OR HR-DAY > 31)
      MOVE "INVALID DAY OF MONTH" TO WS-REJ-TEXT
     WHEN HR-TYPE = "N"
          AND (HR-NTH IS NOT NUMERIC
               OR HR-NTH < 1 OR HR-NTH > 5)
      MOVE "INVALID WEEK NUMBER" TO WS-REJ-TEXT
     WHEN HR-TYPE NOT = "F"
          AND (HR-WEEKDAY IS NOT NUMERIC
               OR HR-WEEKDAY < 1 OR HR-WEEKDAY > 7)
      MOVE "INVALID WEEKDAY" TO WS-REJ-TEXT
     WHEN HR-OBSERVE NOT = "Y" AND HR-OBSERVE NOT = "N"
      MOVE "INVALID OBSERVED FLAG" TO WS-REJ-TEXT
     WHEN WS-RL-COUNT >= 50
      MOVE "RULE TABLE FULL" TO WS-REJ-TEXT
    END-EVALUATE
    IF WS-REJ-TEXT NOT = SPACES
     ADD 1 TO WS-RULE-ERRORS
     MOVE SPACES TO HOL-CAL-REPORT-RECORD
     STRING "REJECT  " WS-REJ-TEXT " " HOL-RULE-RECORD
      DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
     WRITE HOL-CAL-REPORT-RECORD
    ELSE
     ADD 1 TO WS-RL-COUNT
     MOVE HR-TYPE TO WS-RL-TYPE(WS-RL-COUNT)
     MOVE HR-MONTH TO WS-RL-MONTH(WS-RL-COUNT)
     MOVE 0 TO WS-RL-DAY(WS-RL-COUNT)
     MOVE 0 TO WS-RL-NTH(WS-RL-COUNT)
     MOVE 0 TO WS-RL-WEEKDAY(WS-RL-COUNT)
     IF HR-TYPE = "F"
      MOVE HR-DAY TO WS-RL-DAY(WS-RL-COUNT)
     ELSE
      MOVE HR-WEEKDAY TO WS-RL-WEEKDAY(WS-RL-COUNT)
     END-IF
     IF HR-TYPE = "N"
      MOVE HR-NTH TO WS-RL-NTH(WS-RL-COUNT)
     END-IF
     MOVE HR-OBSERVE TO WS-RL-OBSERVE(WS-RL-COUNT)
     MOVE HR-NAME TO WS-RL-NAME(WS-RL-COUNT)
    END-IF.

LOAD-RETAINED-DATES.
    OPEN INPUT BusCalFile
    IF WS-BUSCAL-STATUS = "00"
     PERFORM UNTIL WS-BUSCAL-EOF = "Y"
      READ BusCalFile
       AT END
        MOVE "Y" TO WS-BUSCAL-EOF
       NOT AT END
        IF BC-HOLIDAY-DATE IS NUMERIC
           AND (BC-HOLIDAY-DATE(1:4) < WS-YEAR-FROM
                OR BC-HOLIDAY-DATE(1:4) > WS-YEAR-TO)
         MOVE BC-HOLIDAY-DATE TO WS-HOLIDAY-DATE
         MOVE BC-HOLIDAY-DATE TO WS-ACTUAL-DATE
         MOVE "R" TO WS-HS-SOURCE
         MOVE "RETAINED FROM PRIOR CALENDAR" TO WS-HS-NAME
         PERFORM ADD-HOLIDAY-DATE
        END-IF
      END-READ
     END-PERFORM
     CLOSE BusCalFile
    ELSE
     DISPLAY "No existing business calendar "
      FUNCTION TRIM(WS-BUSCAL-FILENAME)
      ", status " WS-BUSCAL-STATUS
    END-IF.

GENERATE-RULE-DATE.
    MOVE WS-GEN-YEAR TO WS-DW-YEAR
    MOVE WS-RL-MONTH(WS-RL-IDX) TO WS-DW-MONTH
    MOVE SPACES TO WS-REJ-TEXT
    EVALUATE WS-RL-TYPE(WS-RL-IDX)
     WHEN "F"
      MOVE WS-RL-DAY(WS-RL-IDX) TO WS-DW-DAY
      IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK-N) NOT = 0
       MOVE "DAY NOT IN MONTH" TO WS-REJ-TEXT
      END-IF
     WHEN "N"
      MOVE 1 TO WS-DW-DAY
      PERFORM COMPUTE-DAY-OF-WEEK
      COMPUTE WS-DAY-OFFSET = FUNCTION MOD
       (WS-RL-WEEKDAY(WS-RL-IDX) - WS-DAY-OF-WEEK + 7, 7)
      COMPUTE WS-DW-DAY = 1 + WS-DAY-OFFSET
       + (WS-RL-NTH(WS-RL-IDX) - 1) * 7
      IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK-N) NOT = 0
       MOVE "WEEK NOT IN MONTH" TO WS-REJ-TEXT
      END-IF
     WHEN "L"
      MOVE 1 TO WS-DW-DAY
      IF WS-DW-MONTH = 12
       ADD 1 TO WS-DW-YEAR
       MOVE 1 TO WS-DW-MONTH
      ELSE
       ADD 1 TO WS-DW-MONTH
      END-IF
      COMPUTE WS-DAY-NUMBER =
       FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N) - 1
      COMPUTE WS-DATE-WORK-N =
       FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
      PERFORM COMPUTE-DAY-OF-WEEK
      COMPUTE WS-DAY-OFFSET = FUNCTION MOD
       (WS-DAY-OF-WEEK - WS-RL-WEEKDAY(WS-RL-IDX) + 7, 7)
      SUBTRACT WS-DAY-OFFSET FROM WS-DW-DAY
    END-EVALUATE
    IF WS-REJ-TEXT NOT = SPACES
     MOVE SPACES TO HOL-CAL-REPORT-RECORD
     STRING "WARNING " WS-REJ-TEXT " " WS-GEN-YEAR " "
            WS-RL-NAME(WS-RL-IDX)
      DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
     WRITE HOL-CAL-REPORT-RECORD
     IF RETURN-CODE < 4
      MOVE 4 TO RETURN-CODE
     END-IF
    ELSE
     MOVE WS-DATE-WORK-N TO WS-ACTUAL-DATE
     MOVE WS-DATE-WORK-N TO WS-HOLIDAY-DATE
     IF WS-RL-OBSERVE(WS-RL-IDX) = "Y"
      PERFORM COMPUTE-DAY-OF-WEEK
      EVALUATE WS-DAY-OF-WEEK
       WHEN 6
        COMPUTE WS-DAY-NUMBER =
         FUNCTION INTEGER-OF-DATE(WS-ACTUAL-DATE) - 1
        COMPUTE WS-HOLIDAY-DATE =
         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
       WHEN 7
        COMPUTE WS-DAY-NUMBER =
         FUNCTION INTEGER-OF-DATE(WS-ACTUAL-DATE) + 1
        COMPUTE WS-HOLIDAY-DATE =
         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
      END-EVALUATE
     END-IF
     MOVE "G" TO WS-HS-SOURCE
     MOVE WS-RL-NAME(WS-RL-IDX) TO WS-HS-NAME
     PERFORM ADD-HOLIDAY-DATE
    END-IF.

COMPUTE-DAY-OF-WEEK.
    COMPUTE WS-DAY-NUMBER =
     FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N)
    COMPUTE WS-DAY-OF-WEEK =
     FUNCTION MOD(WS-DAY-NUMBER - 1, 7) + 1.

ADD-HOLIDAY-DATE.
    MOVE "N" TO WS-HD-FOUND
    PERFORM VARYING WS-HD-IDX FROM 1 BY 1
     UNTIL WS-HD-IDX > WS-HD-COUNT OR WS-HD-FOUND = "Y"
     IF WS-HD-DATE(WS-HD-IDX) = WS-HOLIDAY-DATE
      MOVE "Y" TO WS-HD-FOUND
     END-IF
    END-PERFORM
    EVALUATE TRUE
     WHEN WS-HD-FOUND = "Y"
      ADD 1 TO WS-DUPLICATE-COUNT
     WHEN WS-HD-COUNT >= 500
      DISPLAY "ERROR: holiday table full at " WS-HOLIDAY-DATE
      MOVE 8 TO RETURN-CODE
     WHEN OTHER
      ADD 1 TO WS-HD-COUNT
      MOVE WS-HOLIDAY-DATE TO WS-HD-DATE(WS-HD-COUNT)
      MOVE WS-ACTUAL-DATE TO WS-HD-ACTUAL(WS-HD-COUNT)
      MOVE WS-HS-SOURCE TO WS-HD-SOURCE(WS-HD-COUNT)
      MOVE WS-HS-NAME TO WS-HD-NAME(WS-HD-COUNT)
      IF WS-HS-SOURCE = "R"
       ADD 1 TO WS-RETAINED-COUNT
      ELSE
       ADD 1 TO WS-GENERATED-COUNT
      END-IF
    END-EVALUATE.

SORT-HOLIDAY-TABLE.
    MOVE "Y" TO WS-HD-SWAPPED
    PERFORM UNTIL WS-HD-SWAPPED = "N"
     MOVE "N" TO WS-HD-SWAPPED
     PERFORM VARYING WS-HD-IDX FROM 1 BY 1
      UNTIL WS-HD-IDX >= WS-HD-COUNT
      COMPUTE WS-HD-SCAN = WS-HD-IDX + 1
      IF WS-HD-DATE(WS-HD-IDX) > WS-HD-DATE(WS-HD-SCAN)
       MOVE WS-HD-ENTRY(WS-HD-IDX) TO WS-HD-SWAP-ENTRY
       MOVE WS-HD-ENTRY(WS-HD-SCAN) TO WS-HD-ENTRY(WS-HD-IDX)
       MOVE WS-HD-SWAP-ENTRY TO WS-HD-ENTRY(WS-HD-SCAN)
       MOVE "Y" TO WS-HD-SWAPPED
      END-IF
     END-PERFORM
    END-PERFORM.

WRITE-BUSINESS-CALENDAR.
    OPEN OUTPUT BusCalFile
    IF WS-BUSCAL-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open BusCalFile, status "
      WS-BUSCAL-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-BUSINESS-CAL" TO WS-EL-PARAGRAPH
     MOVE WS-BUSCAL-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM VARYING WS-HD-IDX FROM 1 BY 1
      UNTIL WS-HD-IDX > WS-HD-COUNT
      MOVE WS-HD-DATE(WS-HD-IDX) TO BC-HOLIDAY-DATE
      WRITE BUS-CAL-RECORD
      ADD 1 TO WS-WRITTEN-COUNT
     END-PERFORM
     CLOSE BusCalFile
     MOVE "Y" TO WS-CALENDAR-WRITTEN
    END-IF.

WRITE-HOLIDAY-LISTING.
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    STRING "DATE     DAY HOLIDAY                        NOTE"
     DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD
    PERFORM VARYING WS-HD-IDX FROM 1 BY 1
     UNTIL WS-HD-IDX > WS-HD-COUNT
     MOVE WS-HD-DATE(WS-HD-IDX) TO WS-DATE-WORK-N
     PERFORM COMPUTE-DAY-OF-WEEK
     MOVE WS-DAY-NAMES((WS-DAY-OF-WEEK - 1) * 3 + 1:3) TO WS-DAY-NAME
     MOVE SPACES TO WS-OBSERVED-NOTE
     IF WS-HD-ACTUAL(WS-HD-IDX) NOT = WS-HD-DATE(WS-HD-IDX)
      STRING "OBSERVED FOR " WS-HD-ACTUAL(WS-HD-IDX)
       DELIMITED BY SIZE INTO WS-OBSERVED-NOTE
     END-IF
     MOVE SPACES TO HOL-CAL-REPORT-RECORD
     STRING WS-HD-DATE(WS-HD-IDX) " " WS-DAY-NAME " "
            WS-HD-NAME(WS-HD-IDX) " " WS-OBSERVED-NOTE
      DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
     WRITE HOL-CAL-REPORT-RECORD
    END-PERFORM.

CHECK-CALENDAR-COVERAGE.
    COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 60
    COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
    MOVE WS-RUN-DATE(1:4) TO WS-NEED-YEAR-1
    MOVE WS-HORIZON-DATE(1:4) TO WS-NEED-YEAR-2
    MOVE "N" TO WS-HAVE-YEAR-1
    MOVE "N" TO WS-HAVE-YEAR-2
    MOVE "N" TO WS-BUSCAL-EOF
    OPEN INPUT BusCalFile
    IF WS-BUSCAL-STATUS = "00"
     PERFORM UNTIL WS-BUSCAL-EOF = "Y"
      READ BusCalFile
       AT END
        MOVE "Y" TO WS-BUSCAL-EOF
       NOT AT END
        IF BC-HOLIDAY-DATE IS NUMERIC
         IF BC-HOLIDAY-DATE(1:4) = WS-NEED-YEAR-1
          MOVE "Y" TO WS-HAVE-YEAR-1
         END-IF
         IF BC-HOLIDAY-DATE(1:4) = WS-NEED-YEAR-2
          MOVE "Y" TO WS-HAVE-YEAR-2
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE BusCalFile
    END-IF
    IF WS-HAVE-YEAR-1 = "N"
     MOVE WS-NEED-YEAR-1 TO WS-MISSING-YEAR
     PERFORM WRITE-COVERAGE-WARNING
    END-IF
    IF WS-HAVE-YEAR-2 = "N" AND WS-NEED-YEAR-2 NOT = WS-NEED-YEAR-1
     MOVE WS-NEED-YEAR-2 TO WS-MISSING-YEAR
     PERFORM WRITE-COVERAGE-WARNING
    END-IF.

WRITE-COVERAGE-WARNING.
    DISPLAY "WARNING: " FUNCTION TRIM(WS-BUSCAL-FILENAME)
     " has no holidays for " WS-MISSING-YEAR
     ", needed by runs through " WS-HORIZON-DATE
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    STRING "*** WARNING: BUSINESS CALENDAR HAS NO HOLIDAYS FOR "
           WS-MISSING-YEAR " - NEEDED BY RUNS THROUGH "
           WS-HORIZON-DATE " ***"
     DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD
    IF RETURN-CODE < 4
     MOVE 4 TO RETURN-CODE
    END-IF.

WRITE-REJECT-LINE.
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    STRING "REJECT  " WS-REJ-TEXT
     DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD.

WRITE-CALENDAR-SUMMARY.
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    STRING "RULES READ " WS-RULE-READ " REJECTED " WS-RULE-ERRORS
           " DATES GENERATED " WS-GENERATED-COUNT
           " RETAINED " WS-RETAINED-COUNT
           " DUPLICATES " WS-DUPLICATE-COUNT
     DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    WRITE HOL-CAL-REPORT-RECORD
    MOVE SPACES TO HOL-CAL-REPORT-RECORD
    IF WS-CALENDAR-WRITTEN = "Y"
     STRING "CALENDAR WRITTEN TO " FUNCTION TRIM(WS-BUSCAL-FILENAME)
            " DATES " WS-WRITTEN-COUNT
      DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    ELSE
     STRING "*** CALENDAR NOT REPLACED - "
            FUNCTION TRIM(WS-BUSCAL-FILENAME) " LEFT AS IT WAS ***"
      DELIMITED BY SIZE INTO HOL-CAL-REPORT-RECORD
    END-IF
    WRITE HOL-CAL-REPORT-RECORD.

LOG-ERROR.
    MOVE "Cobol59HolCal" TO EL-PROGRAM
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
    MOVE "Cobol59HolCal" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-RULE-READ TO OS-COUNT1
    MOVE WS-GENERATED-COUNT TO OS-COUNT2
    MOVE WS-RULE-ERRORS TO OS-COUNT3
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
            WHEN "HOLRULEFILE"
             MOVE FP-VALUE TO WS-HOLRULE-FILENAME
            WHEN "BUSCALFILE"
             MOVE FP-VALUE TO WS-BUSCAL-FILENAME
            WHEN "HOLCALRPTFILE"
             MOVE FP-VALUE TO WS-HOLCALRPT-FILENAME
            WHEN "CALYEARFROM"
             MOVE FP-VALUE(1:4) TO WS-YEAR-FROM-PARM
            WHEN "CALYEARTO"
             MOVE FP-VALUE(1:4) TO WS-YEAR-TO-PARM
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
