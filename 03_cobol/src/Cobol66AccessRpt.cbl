IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol66AccessRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AccessLogFile ASSIGN TO "access.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACCESSLOG-STATUS.
    SELECT RollRegistryFile ASSIGN TO "logrollhist.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ROLLREG-STATUS.
    SELECT ArchLogFile ASSIGN TO DYNAMIC WS-ARCH-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARCH-STATUS.
    SELECT AccessRptFile ASSIGN TO DYNAMIC WS-ACCESSRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACCESSRPT-STATUS.
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
FD AccessLogFile.
01 ACCESS-LOG-RECORD.
    COPY ACCESSLOG.

FD RollRegistryFile.
01 ROLL-REGISTRY-RECORD.
    05 RR-LOG-NAME    PIC X(20).
    05 RR-DATE        PIC 9(8).
    05 RR-ARCHIVE     PIC X(40).

FD ArchLogFile.
01 ARCH-LOG-RECORD PIC X(100).

FD AccessRptFile.
01 ACCESS-RPT-RECORD PIC X(132).

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
01 WS-ACCESSRPT-FILENAME PIC X(40) VALUE "accessrpt.txt".
01 WS-ACCESSLOG-STATUS PIC X(02).
01 WS-ACCESSRPT-STATUS PIC X(02).
01 WS-ROLLREG-STATUS   PIC X(02).
01 WS-ARCH-STATUS      PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-ROLLREG-EOF      PIC X VALUE "N".
01 WS-ARCH-EOF         PIC X VALUE "N".
01 WS-ARCH-FILENAME    PIC X(40).
01 WS-ARCH-IDX         PIC 9(4) VALUE 0.
01 WS-ARCH-SKIPPED     PIC 9(4) VALUE 0.
01 WS-ARCH-TABLE.
    05 WS-ARCH-COUNT PIC 9(3) VALUE 0.
    05 WS-ARCH-NAME OCCURS 999 TIMES PIC X(40).
01 WS-RUN-DATE         PIC 9(8).
01 WS-RPT-ID           PIC 9(7) VALUE 0.
01 WS-RPT-FROM         PIC 9(8) VALUE 0.
01 WS-RPT-TO           PIC 9(8) VALUE 0.
01 WS-EVENT-DATE       PIC X(8).
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
01 WS-REQ-IDX          PIC 9(3) VALUE 0.
01 WS-REQ-SLOT         PIC 9(3) VALUE 0.
01 WS-REQ-OVERFLOW     PIC X VALUE "N".
01 WS-REQ-TABLE.
    05 WS-RQ-COUNT     PIC 9(3) VALUE 0.
    05 WS-RQ-ENTRY OCCURS 200 TIMES.
        10 WS-RQ-TYPE      PIC X(01).
        10 WS-RQ-ID        PIC X(12).
        10 WS-RQ-ACCESSES  PIC 9(7).
        10 WS-RQ-FIRST     PIC X(8).
        10 WS-RQ-LAST      PIC X(8).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol66AccessRpt".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ACCESSRPTID    NN".
        10 FILLER PIC X(17) VALUE "ACCESSRPTFROM  NN".
        10 FILLER PIC X(17) VALUE "ACCESSRPTTO    NN".
        10 FILLER PIC X(17) VALUE "ACCESSRPTFILE  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting person access report..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-RPT-ID = 0
     DISPLAY "ERROR: no person ID supplied in ACCESSRPTID."
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-RPT-TO = 0
     MOVE WS-RUN-DATE TO WS-RPT-TO
    END-IF
    IF WS-RPT-FROM > WS-RPT-TO
     DISPLAY "ERROR: ACCESSRPTFROM " WS-RPT-FROM
      " is after ACCESSRPTTO " WS-RPT-TO
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT AccessRptFile
    IF WS-ACCESSRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AccessRptFile, status "
      WS-ACCESSRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ACCESSRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO ACCESS-RPT-RECORD
    STRING "ACCESS TO PERSON " WS-RPT-ID " FROM " WS-RPT-FROM
           " TO " WS-RPT-TO " PRODUCED " WS-RUN-DATE
     DELIMITED BY SIZE INTO ACCESS-RPT-RECORD
    WRITE ACCESS-RPT-RECORD
    MOVE SPACES TO ACCESS-RPT-RECORD
    WRITE ACCESS-RPT-RECORD
    MOVE "DATE     TIME   PROGRAM              T REQUESTOR    ACCESS"
     TO ACCESS-RPT-RECORD
    WRITE ACCESS-RPT-RECORD

    PERFORM PROCESS-ARCHIVED-LOGS

    OPEN INPUT AccessLogFile
    IF WS-ACCESSLOG-STATUS = "00"
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ AccessLogFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           PERFORM CHECK-ACCESS-ENTRY
      END-READ
     END-PERFORM
     CLOSE AccessLogFile
    ELSE
     DISPLAY "NOTE: no current access log."
    END-IF

    PERFORM WRITE-REQUESTOR-TOTALS
    CLOSE AccessRptFile

    DISPLAY "Access log records read: " WS-READ-COUNT
    DISPLAY "Accesses to person " WS-RPT-ID ": " WS-SELECTED-COUNT
    DISPLAY "Distinct requestors: " WS-RQ-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Person access report completed."
    GOBACK.

PROCESS-ARCHIVED-LOGS.
    OPEN INPUT RollRegistryFile
    IF WS-ROLLREG-STATUS = "00"
     PERFORM UNTIL WS-ROLLREG-EOF = "Y"
      READ RollRegistryFile INTO ROLL-REGISTRY-RECORD
       AT END
        MOVE "Y" TO WS-ROLLREG-EOF
       NOT AT END
        IF RR-LOG-NAME = "access.log"
           AND RR-DATE >= WS-RPT-FROM
         IF WS-ARCH-COUNT < 999
          ADD 1 TO WS-ARCH-COUNT
          MOVE RR-ARCHIVE TO WS-ARCH-NAME(WS-ARCH-COUNT)
         ELSE
          ADD 1 TO WS-ARCH-SKIPPED
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE RollRegistryFile
    END-IF
    IF WS-ARCH-SKIPPED > 0
     DISPLAY "WARNING: " WS-ARCH-SKIPPED
      " archived access logs beyond 999 not read; report incomplete."
     IF RETURN-CODE = 0
      MOVE 4 TO RETURN-CODE
     END-IF
    END-IF
    PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
     UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
     PERFORM READ-ONE-ARCHIVE
    END-PERFORM.

READ-ONE-ARCHIVE.
    MOVE WS-ARCH-NAME(WS-ARCH-IDX) TO WS-ARCH-FILENAME
    MOVE "N" TO WS-ARCH-EOF
    OPEN INPUT ArchLogFile
    IF WS-ARCH-STATUS = "00"
     PERFORM UNTIL WS-ARCH-EOF = "Y"
      READ ArchLogFile
       AT END
        MOVE "Y" TO WS-ARCH-EOF
       NOT AT END
        MOVE ARCH-LOG-RECORD TO ACCESS-LOG-RECORD
        PERFORM CHECK-ACCESS-ENTRY
      END-READ
     END-PERFORM
     CLOSE ArchLogFile
    ELSE
     DISPLAY "WARNING: unable to open archive "
      FUNCTION TRIM(WS-ARCH-FILENAME) ", status " WS-ARCH-STATUS
    END-IF.

CHECK-ACCESS-ENTRY.
    ADD 1 TO WS-READ-COUNT
    MOVE XL-TIMESTAMP(1:8) TO WS-EVENT-DATE
    IF XL-PERSON-ID IS NUMERIC AND WS-EVENT-DATE IS NUMERIC
     IF XL-PERSON-ID = WS-RPT-ID
        AND WS-EVENT-DATE >= WS-RPT-FROM
        AND WS-EVENT-DATE <= WS-RPT-TO
      PERFORM REPORT-ACCESS-ENTRY
     END-IF
    END-IF.

REPORT-ACCESS-ENTRY.
    ADD 1 TO WS-SELECTED-COUNT
    MOVE SPACES TO ACCESS-RPT-RECORD
    STRING XL-TIMESTAMP(1:8) " " XL-TIMESTAMP(9:6) " " XL-PROGRAM
           " " XL-REQ-TYPE " " XL-REQUESTOR " " XL-ACCESS-TYPE
     DELIMITED BY SIZE INTO ACCESS-RPT-RECORD
    WRITE ACCESS-RPT-RECORD
    MOVE 0 TO WS-REQ-SLOT
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
     UNTIL WS-REQ-IDX > WS-RQ-COUNT OR WS-REQ-SLOT > 0
     IF WS-RQ-TYPE(WS-REQ-IDX) = XL-REQ-TYPE
        AND WS-RQ-ID(WS-REQ-IDX) = XL-REQUESTOR
      MOVE WS-REQ-IDX TO WS-REQ-SLOT
     END-IF
    END-PERFORM
    IF WS-REQ-SLOT = 0
     IF WS-RQ-COUNT < 200
      ADD 1 TO WS-RQ-COUNT
      MOVE WS-RQ-COUNT TO WS-REQ-SLOT
      MOVE XL-REQ-TYPE TO WS-RQ-TYPE(WS-REQ-SLOT)
      MOVE XL-REQUESTOR TO WS-RQ-ID(WS-REQ-SLOT)
      MOVE 0 TO WS-RQ-ACCESSES(WS-REQ-SLOT)
      MOVE WS-EVENT-DATE TO WS-RQ-FIRST(WS-REQ-SLOT)
     ELSE
      IF WS-REQ-OVERFLOW = "N"
       DISPLAY "WARNING: more than 200 requestors; totals incomplete."
       MOVE "Y" TO WS-REQ-OVERFLOW
      END-IF
     END-IF
    END-IF
    IF WS-REQ-SLOT > 0
     ADD 1 TO WS-RQ-ACCESSES(WS-REQ-SLOT)
     MOVE WS-EVENT-DATE TO WS-RQ-LAST(WS-REQ-SLOT)
    END-IF.

WRITE-REQUESTOR-TOTALS.
    MOVE SPACES TO ACCESS-RPT-RECORD
    WRITE ACCESS-RPT-RECORD
    IF WS-SELECTED-COUNT = 0
     MOVE "NO ACCESS RECORDED IN THE PERIOD" TO ACCESS-RPT-RECORD
     WRITE ACCESS-RPT-RECORD
    ELSE
     MOVE "T REQUESTOR    ACCESSES FIRST    LAST"
      TO ACCESS-RPT-RECORD
     WRITE ACCESS-RPT-RECORD
     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
      UNTIL WS-REQ-IDX > WS-RQ-COUNT
      MOVE SPACES TO ACCESS-RPT-RECORD
      STRING WS-RQ-TYPE(WS-REQ-IDX) " " WS-RQ-ID(WS-REQ-IDX)
             " " WS-RQ-ACCESSES(WS-REQ-IDX)
             "  " WS-RQ-FIRST(WS-REQ-IDX)
             " " WS-RQ-LAST(WS-REQ-IDX)
       DELIMITED BY SIZE INTO ACCESS-RPT-RECORD
      WRITE ACCESS-RPT-RECORD
     END-PERFORM
    END-IF
    MOVE SPACES TO ACCESS-RPT-RECORD
    STRING "TRL ACCESSCOUNT=" WS-SELECTED-COUNT
           " REQUESTORS=" WS-RQ-COUNT
           " ARCHIVESSKIPPED=" WS-ARCH-SKIPPED
     DELIMITED BY SIZE INTO ACCESS-RPT-RECORD
    WRITE ACCESS-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol66AccessRpt" TO EL-PROGRAM
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
    MOVE "Cobol66AccessRpt" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-READ-COUNT TO OS-COUNT1
    MOVE WS-SELECTED-COUNT TO OS-COUNT2
    MOVE WS-RQ-COUNT TO OS-COUNT3
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
            WHEN "ACCESSRPTID"
             IF FP-VALUE(1:7) IS NUMERIC
              MOVE FP-VALUE(1:7) TO WS-RPT-ID
             END-IF
            WHEN "ACCESSRPTFROM"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RPT-FROM
             END-IF
            WHEN "ACCESSRPTTO"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RPT-TO
             END-IF
            WHEN "ACCESSRPTFILE"
             MOVE FP-VALUE TO WS-ACCESSRPT-FILENAME
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
