IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol65SignonRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SignLogFile ASSIGN TO DYNAMIC WS-SIGNLOG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SIGNLOG-STATUS.
    SELECT SignRptFile ASSIGN TO DYNAMIC WS-SIGNRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SIGNRPT-STATUS.
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
FD SignLogFile.
01 SIGN-LOG-RECORD.
    COPY SIGNLOG.

FD SignRptFile.
01 SIGN-RPT-RECORD PIC X(132).

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
01 WS-SIGNLOG-FILENAME PIC X(40) VALUE "signlog.txt".
01 WS-SIGNRPT-FILENAME PIC X(40) VALUE "signrpt.txt".
01 WS-SIGNLOG-STATUS   PIC X(02).
01 WS-SIGNRPT-STATUS   PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-RPT-FROM         PIC 9(8) VALUE 0.
01 WS-RPT-TO           PIC 9(8) VALUE 0.
01 WS-EVENT-DATE       PIC X(8).
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
01 WS-SIGNON-COUNT     PIC 9(7) VALUE 0.
01 WS-FAIL-COUNT       PIC 9(7) VALUE 0.
01 WS-LOCKOUT-COUNT    PIC 9(7) VALUE 0.
01 WS-DENIED-COUNT     PIC 9(7) VALUE 0.
01 WS-CHANGE-COUNT     PIC 9(7) VALUE 0.
01 WS-OPER-IDX         PIC 9(3) VALUE 0.
01 WS-OPER-SLOT        PIC 9(3) VALUE 0.
01 WS-OPER-OVERFLOW    PIC X VALUE "N".
01 WS-OPER-TABLE.
    05 WS-OT-COUNT     PIC 9(3) VALUE 0.
    05 WS-OT-ENTRY OCCURS 200 TIMES.
        10 WS-OT-ID        PIC X(08).
        10 WS-OT-SIGNON    PIC 9(7).
        10 WS-OT-FAIL      PIC 9(7).
        10 WS-OT-LOCKOUT   PIC 9(7).
        10 WS-OT-DENIED    PIC 9(7).
        10 WS-OT-CHANGE    PIC 9(7).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol65SignonRpt".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "SIGNLOGFILE    NN".
        10 FILLER PIC X(17) VALUE "SIGNRPTFILE    NN".
        10 FILLER PIC X(17) VALUE "SIGNRPTFROM    NN".
        10 FILLER PIC X(17) VALUE "SIGNRPTTO      NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting operator sign-on report..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-RPT-FROM = 0
     MOVE WS-RUN-DATE TO WS-RPT-FROM
    END-IF
    IF WS-RPT-TO = 0
     MOVE WS-RUN-DATE TO WS-RPT-TO
    END-IF
    IF WS-RPT-FROM > WS-RPT-TO
     DISPLAY "ERROR: SIGNRPTFROM " WS-RPT-FROM
      " is after SIGNRPTTO " WS-RPT-TO
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT SignRptFile
    IF WS-SIGNRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open SignRptFile, status "
      WS-SIGNRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-SIGNRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO SIGN-RPT-RECORD
    STRING "OPERATOR SIGN-ON REPORT " WS-RPT-FROM " TO " WS-RPT-TO
     DELIMITED BY SIZE INTO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD
    MOVE SPACES TO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD
    MOVE "DATE     TIME   PROGRAM              OPERATOR EVENT      DETAIL"
     TO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD

    OPEN INPUT SignLogFile
    IF WS-SIGNLOG-STATUS NOT = "00"
     DISPLAY "NOTE: no sign-on log; report will be empty."
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ SignLogFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-READ-COUNT
           MOVE SL-TIMESTAMP(1:8) TO WS-EVENT-DATE
           IF WS-EVENT-DATE IS NUMERIC
            IF WS-EVENT-DATE >= WS-RPT-FROM
               AND WS-EVENT-DATE <= WS-RPT-TO
             PERFORM REPORT-SIGN-EVENT
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE SignLogFile
    END-IF

    PERFORM WRITE-OPERATOR-TOTALS
    CLOSE SignRptFile

    IF WS-LOCKOUT-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-LOCKOUT-COUNT " operator lockout(s) in period."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Sign-on log records read: " WS-READ-COUNT
    DISPLAY "Events in period: " WS-SELECTED-COUNT
    DISPLAY "Successful sign-ons: " WS-SIGNON-COUNT
    DISPLAY "Failed attempts: " WS-FAIL-COUNT
    DISPLAY "Lockouts: " WS-LOCKOUT-COUNT
    DISPLAY "Denied options: " WS-DENIED-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Operator sign-on report completed."
    GOBACK.

REPORT-SIGN-EVENT.
    ADD 1 TO WS-SELECTED-COUNT
    MOVE SPACES TO SIGN-RPT-RECORD
    STRING SL-TIMESTAMP(1:8) " " SL-TIMESTAMP(9:6) " " SL-PROGRAM
           " " SL-OPER-ID " " SL-EVENT " " SL-DETAIL
     DELIMITED BY SIZE INTO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD
    PERFORM FIND-OPERATOR-SLOT
    EVALUATE SL-EVENT
     WHEN "SIGNON"
      ADD 1 TO WS-SIGNON-COUNT
      IF WS-OPER-SLOT > 0
       ADD 1 TO WS-OT-SIGNON(WS-OPER-SLOT)
      END-IF
     WHEN "SIGNFAIL"
      ADD 1 TO WS-FAIL-COUNT
      IF WS-OPER-SLOT > 0
       ADD 1 TO WS-OT-FAIL(WS-OPER-SLOT)
      END-IF
     WHEN "LOCKOUT"
      ADD 1 TO WS-LOCKOUT-COUNT
      IF WS-OPER-SLOT > 0
       ADD 1 TO WS-OT-LOCKOUT(WS-OPER-SLOT)
      END-IF
     WHEN "DENIED"
      ADD 1 TO WS-DENIED-COUNT
      IF WS-OPER-SLOT > 0
       ADD 1 TO WS-OT-DENIED(WS-OPER-SLOT)
      END-IF
     WHEN "SIGNOFF"
      CONTINUE
     WHEN OTHER
      ADD 1 TO WS-CHANGE-COUNT
      IF WS-OPER-SLOT > 0
       ADD 1 TO WS-OT-CHANGE(WS-OPER-SLOT)
      END-IF
    END-EVALUATE.

FIND-OPERATOR-SLOT.
    MOVE 0 TO WS-OPER-SLOT
    PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
     UNTIL WS-OPER-IDX > WS-OT-COUNT OR WS-OPER-SLOT > 0
     IF WS-OT-ID(WS-OPER-IDX) = SL-OPER-ID
      MOVE WS-OPER-IDX TO WS-OPER-SLOT
     END-IF
    END-PERFORM
    IF WS-OPER-SLOT = 0
     IF WS-OT-COUNT < 200
      ADD 1 TO WS-OT-COUNT
      MOVE WS-OT-COUNT TO WS-OPER-SLOT
      MOVE SL-OPER-ID TO WS-OT-ID(WS-OPER-SLOT)
      MOVE 0 TO WS-OT-SIGNON(WS-OPER-SLOT)
      MOVE 0 TO WS-OT-FAIL(WS-OPER-SLOT)
      MOVE 0 TO WS-OT-LOCKOUT(WS-OPER-SLOT)
      MOVE 0 TO WS-OT-DENIED(WS-OPER-SLOT)
      MOVE 0 TO WS-OT-CHANGE(WS-OPER-SLOT)
     ELSE
      IF WS-OPER-OVERFLOW = "N"
       DISPLAY "WARNING: more than 200 operator IDs; totals incomplete."
       MOVE "Y" TO WS-OPER-OVERFLOW
      END-IF
     END-IF
    END-IF.

WRITE-OPERATOR-TOTALS.
    MOVE SPACES TO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD
    MOVE "OPERATOR  SIGNONS  FAILURES LOCKOUTS   DENIED  CHANGES"
     TO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD
    PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
     UNTIL WS-OPER-IDX > WS-OT-COUNT
     MOVE SPACES TO SIGN-RPT-RECORD
     STRING WS-OT-ID(WS-OPER-IDX) "  " WS-OT-SIGNON(WS-OPER-IDX)
            "  " WS-OT-FAIL(WS-OPER-IDX)
            "  " WS-OT-LOCKOUT(WS-OPER-IDX)
            "  " WS-OT-DENIED(WS-OPER-IDX)
            "  " WS-OT-CHANGE(WS-OPER-IDX)
      DELIMITED BY SIZE INTO SIGN-RPT-RECORD
     WRITE SIGN-RPT-RECORD
    END-PERFORM
    MOVE SPACES TO SIGN-RPT-RECORD
    STRING "TOTAL     " WS-SIGNON-COUNT "  " WS-FAIL-COUNT
           "  " WS-LOCKOUT-COUNT "  " WS-DENIED-COUNT
           "  " WS-CHANGE-COUNT
     DELIMITED BY SIZE INTO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD
    MOVE SPACES TO SIGN-RPT-RECORD
    STRING "TRL EVENTCOUNT=" WS-SELECTED-COUNT
     DELIMITED BY SIZE INTO SIGN-RPT-RECORD
    WRITE SIGN-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol65SignonRpt" TO EL-PROGRAM
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
    MOVE "Cobol65SignonRpt" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-SELECTED-COUNT TO OS-COUNT1
    MOVE WS-FAIL-COUNT TO OS-COUNT2
    MOVE WS-LOCKOUT-COUNT TO OS-COUNT3
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
            WHEN "SIGNLOGFILE"
             MOVE FP-VALUE TO WS-SIGNLOG-FILENAME
            WHEN "SIGNRPTFILE"
             MOVE FP-VALUE TO WS-SIGNRPT-FILENAME
            WHEN "SIGNRPTFROM"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RPT-FROM
             END-IF
            WHEN "SIGNRPTTO"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RPT-TO
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
