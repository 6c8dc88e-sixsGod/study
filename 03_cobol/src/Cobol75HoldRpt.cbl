IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol75HoldRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LegalHoldFile ASSIGN TO DYNAMIC WS-LEGALHOLD-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS LH-KEY
     FILE STATUS IS WS-LH-STATUS.
    SELECT HoldBlockFile ASSIGN TO "holdblock.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLDBLOCK-STATUS.
    SELECT HoldRptFile ASSIGN TO DYNAMIC WS-HOLDRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLDRPT-STATUS.
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
FD LegalHoldFile.
01 LEGAL-HOLD-RECORD.
    COPY LEGALHOLD.

FD HoldBlockFile.
01 HOLD-BLOCK-RECORD.
    COPY HOLDBLOCK.

FD HoldRptFile.
01 HOLD-RPT-RECORD PIC X(132).

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
01 WS-BLOCK-EOF        PIC X VALUE "N".
01 WS-LEGALHOLD-FILENAME PIC X(40) VALUE "legalhold.dat".
01 WS-HOLDRPT-FILENAME PIC X(40) VALUE "holdrpt.txt".
01 WS-LH-STATUS        PIC X(02).
01 WS-HOLDBLOCK-STATUS PIC X(02).
01 WS-HOLDRPT-STATUS   PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-HOLD-COUNT       PIC 9(7) VALUE 0.
01 WS-LISTED-COUNT     PIC 9(7) VALUE 0.
01 WS-LINE-COUNT       PIC 9(7) VALUE 0.
01 WS-HOLD-BLOCKS      PIC 9(7) VALUE 0.
01 WS-BLOCK-AVAILABLE  PIC X VALUE "N".
01 WS-BLOCK-FULL       PIC X VALUE "N".
01 WS-PG-IDX           PIC 9(3) VALUE 0.
01 WS-PG-FOUND         PIC 9(3) VALUE 0.
01 WS-BK-IDX           PIC 9(4) VALUE 0.
01 WS-PROG-TABLE.
    05 WS-PROG-COUNT   PIC 9(3) VALUE 0.
    05 WS-PROG-ENTRY OCCURS 50 TIMES.
        10 WS-PG-NAME      PIC X(20).
        10 WS-PG-STAMP     PIC X(14).
        10 WS-PG-BLOCKED   PIC X(07).
01 WS-BLOCK-TABLE.
    05 WS-BLOCK-COUNT  PIC 9(4) VALUE 0.
    05 WS-BLOCK-ENTRY OCCURS 5000 TIMES.
        10 WS-BK-ID        PIC 9(07).
        10 WS-BK-PROGRAM   PIC X(20).
        10 WS-BK-STAMP     PIC X(14).
        10 WS-BK-ACTION    PIC X(08).
        10 WS-BK-DETAIL    PIC X(40).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol75HoldRpt".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 3.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "HOLDRPTFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 3 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting legal hold report..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT LegalHoldFile
    IF WS-LH-STATUS = "35"
     DISPLAY "NOTE: no legal hold register; no holds to report."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-LH-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open LegalHoldFile, status "
      WS-LH-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-LH-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT HoldRptFile
    IF WS-HOLDRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open HoldRptFile, status "
      WS-HOLDRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-HOLDRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE LegalHoldFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-LAST-RUNS
    IF WS-BLOCK-AVAILABLE = "Y"
     PERFORM LOAD-LAST-RUN-BLOCKS
    END-IF

    MOVE SPACES TO HOLD-RPT-RECORD
    STRING "LEGAL HOLD REPORT " WS-RUN-DATE
     DELIMITED BY SIZE INTO HOLD-RPT-RECORD
    PERFORM WRITE-RPT-LINE

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ LegalHoldFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          IF LH-ACTIVE
           PERFORM REPORT-ONE-HOLD
          END-IF
     END-READ
    END-PERFORM

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
     UNTIL WS-PG-IDX > WS-PROG-COUNT
     MOVE SPACES TO HOLD-RPT-RECORD
     STRING "LAST RUN " WS-PG-NAME(WS-PG-IDX)
            " AT=" WS-PG-STAMP(WS-PG-IDX)
            " BLOCKED=" WS-PG-BLOCKED(WS-PG-IDX)
      DELIMITED BY SIZE INTO HOLD-RPT-RECORD
     PERFORM WRITE-RPT-LINE
    END-PERFORM

    MOVE SPACES TO HOLD-RPT-RECORD
    STRING "TOTAL ACTIVE HOLDS=" WS-HOLD-COUNT
           " BLOCKS LISTED=" WS-LISTED-COUNT
           " PROGRAMS=" WS-PROG-COUNT
     DELIMITED BY SIZE INTO HOLD-RPT-RECORD
    PERFORM WRITE-RPT-LINE
    MOVE SPACES TO HOLD-RPT-RECORD
    STRING "TRL RECORDCOUNT=" WS-LINE-COUNT
     DELIMITED BY SIZE INTO HOLD-RPT-RECORD
    WRITE HOLD-RPT-RECORD

    CLOSE LegalHoldFile
    CLOSE HoldRptFile

    IF WS-BLOCK-FULL = "Y" AND RETURN-CODE = 0
     DISPLAY "WARNING: more than 5000 blocks in the last runs; "
      "report is incomplete."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Active legal holds: " WS-HOLD-COUNT
    DISPLAY "Blocks listed: " WS-LISTED-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Legal hold report completed."
    GOBACK.

LOAD-LAST-RUNS.
    OPEN INPUT HoldBlockFile
    IF WS-HOLDBLOCK-STATUS NOT = "00"
     DISPLAY "NOTE: no hold block log; no blocks to report."
    ELSE
     MOVE "Y" TO WS-BLOCK-AVAILABLE
     PERFORM UNTIL WS-BLOCK-EOF = "Y"
      READ HoldBlockFile
          AT END
           MOVE "Y" TO WS-BLOCK-EOF
          NOT AT END
           IF HB-RUN-MARK
            PERFORM NOTE-RUN-MARK
           END-IF
      END-READ
     END-PERFORM
     CLOSE HoldBlockFile
    END-IF.

NOTE-RUN-MARK.
    PERFORM FIND-PROGRAM
    IF WS-PG-FOUND = 0
     IF WS-PROG-COUNT < 50
      ADD 1 TO WS-PROG-COUNT
      MOVE WS-PROG-COUNT TO WS-PG-FOUND
      MOVE HB-PROGRAM TO WS-PG-NAME(WS-PG-FOUND)
      MOVE LOW-VALUES TO WS-PG-STAMP(WS-PG-FOUND)
     END-IF
    END-IF
    IF WS-PG-FOUND > 0
     IF HB-RUN-STAMP >= WS-PG-STAMP(WS-PG-FOUND)
      MOVE HB-RUN-STAMP TO WS-PG-STAMP(WS-PG-FOUND)
      MOVE HB-DETAIL(9:7) TO WS-PG-BLOCKED(WS-PG-FOUND)
     END-IF
    END-IF.

FIND-PROGRAM.
    MOVE 0 TO WS-PG-FOUND
    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
     UNTIL WS-PG-IDX > WS-PROG-COUNT OR WS-PG-FOUND > 0
     IF WS-PG-NAME(WS-PG-IDX) = HB-PROGRAM
      MOVE WS-PG-IDX TO WS-PG-FOUND
     END-IF
    END-PERFORM.

LOAD-LAST-RUN-BLOCKS.
    MOVE "N" TO WS-BLOCK-EOF
    OPEN INPUT HoldBlockFile
    IF WS-HOLDBLOCK-STATUS = "00"
     PERFORM UNTIL WS-BLOCK-EOF = "Y"
      READ HoldBlockFile
          AT END
           MOVE "Y" TO WS-BLOCK-EOF
          NOT AT END
           IF NOT HB-RUN-MARK AND HB-ID IS NUMERIC
            PERFORM FIND-PROGRAM
            IF WS-PG-FOUND > 0
             IF HB-RUN-STAMP = WS-PG-STAMP(WS-PG-FOUND)
              PERFORM KEEP-BLOCK
             END-IF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE HoldBlockFile
    END-IF.

KEEP-BLOCK.
    IF WS-BLOCK-COUNT < 5000
     ADD 1 TO WS-BLOCK-COUNT
     MOVE HB-ID TO WS-BK-ID(WS-BLOCK-COUNT)
     MOVE HB-PROGRAM TO WS-BK-PROGRAM(WS-BLOCK-COUNT)
     MOVE HB-RUN-STAMP TO WS-BK-STAMP(WS-BLOCK-COUNT)
     MOVE HB-ACTION TO WS-BK-ACTION(WS-BLOCK-COUNT)
     MOVE HB-DETAIL TO WS-BK-DETAIL(WS-BLOCK-COUNT)
    ELSE
     MOVE "Y" TO WS-BLOCK-FULL
    END-IF.

REPORT-ONE-HOLD.
    ADD 1 TO WS-HOLD-COUNT
    MOVE 0 TO WS-HOLD-BLOCKS
    MOVE SPACES TO HOLD-RPT-RECORD
    STRING "HOLD ID=" LH-ID
           " REF=" LH-REF
           " PLACED=" LH-PLACED-DATE
           " BY=" LH-PLACED-BY
     DELIMITED BY SIZE INTO HOLD-RPT-RECORD
    PERFORM WRITE-RPT-LINE
    PERFORM VARYING WS-BK-IDX FROM 1 BY 1
     UNTIL WS-BK-IDX > WS-BLOCK-COUNT
     IF WS-BK-ID(WS-BK-IDX) = LH-ID
      ADD 1 TO WS-HOLD-BLOCKS
      ADD 1 TO WS-LISTED-COUNT
      MOVE SPACES TO HOLD-RPT-RECORD
      STRING "     BLOCKED " WS-BK-PROGRAM(WS-BK-IDX)
             " " WS-BK-ACTION(WS-BK-IDX)
             " AT=" WS-BK-STAMP(WS-BK-IDX)
             " " WS-BK-DETAIL(WS-BK-IDX)
       DELIMITED BY SIZE INTO HOLD-RPT-RECORD
      PERFORM WRITE-RPT-LINE
     END-IF
    END-PERFORM
    IF WS-HOLD-BLOCKS = 0
     MOVE "     NO BLOCKS IN LAST RUN" TO HOLD-RPT-RECORD
     PERFORM WRITE-RPT-LINE
    END-IF.

WRITE-RPT-LINE.
    WRITE HOLD-RPT-RECORD
    ADD 1 TO WS-LINE-COUNT.

LOG-ERROR.
    MOVE "Cobol75HoldRpt" TO EL-PROGRAM
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
    MOVE "Cobol75HoldRpt" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-HOLD-COUNT TO OS-COUNT1
    MOVE WS-LISTED-COUNT TO OS-COUNT2
    MOVE WS-PROG-COUNT TO OS-COUNT3
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
            WHEN "LEGALHOLDFILE"
             MOVE FP-VALUE TO WS-LEGALHOLD-FILENAME
            WHEN "HOLDRPTFILE"
             MOVE FP-VALUE TO WS-HOLDRPT-FILENAME
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
