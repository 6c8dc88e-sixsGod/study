IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol68ResubRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ResubQueueFile ASSIGN TO DYNAMIC WS-RESUBQ-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESUBQ-STATUS.
    SELECT ResubFailFile ASSIGN TO DYNAMIC WS-RESUBFAIL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESUBFAIL-STATUS.
    SELECT ResubRptFile ASSIGN TO DYNAMIC WS-RESUBRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESUBRPT-STATUS.
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
FD ResubQueueFile.
01 RESUBQ-RECORD.
    COPY RESUBQ.

FD ResubFailFile.
01 RESUB-FAIL-RECORD.
    COPY RESUBQ
        REPLACING LEADING ==RQ-== BY ==RF-==.

FD ResubRptFile.
01 RESUB-RPT-RECORD PIC X(132).

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
01 WS-FAIL-EOF         PIC X VALUE "N".
01 WS-RESUBQ-FILENAME  PIC X(40) VALUE "resubq.dat".
01 WS-RESUBFAIL-FILENAME PIC X(40) VALUE "resubfail.txt".
01 WS-RESUBRPT-FILENAME PIC X(40) VALUE "resubrpt.txt".
01 WS-RESUBQ-STATUS    PIC X(02).
01 WS-RESUBFAIL-STATUS PIC X(02).
01 WS-RESUBRPT-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-RUN-DAYNO        PIC 9(7) VALUE 0.
01 WS-SENT-DAYNO       PIC 9(7) VALUE 0.
01 WS-ACK-AGE-DAYS     PIC 9(3) VALUE 5.
01 WS-WAIT-DAYS        PIC 9(5) VALUE 0.
01 WS-OLDEST-DAYS      PIC 9(5) VALUE 0.
01 WS-QUEUE-COUNT      PIC 9(7) VALUE 0.
01 WS-WAITING-COUNT    PIC 9(7) VALUE 0.
01 WS-RESENT-COUNT     PIC 9(7) VALUE 0.
01 WS-OVERDUE-COUNT    PIC 9(7) VALUE 0.
01 WS-FAIL-COUNT       PIC 9(7) VALUE 0.
01 WS-FAIL-TODAY-COUNT PIC 9(7) VALUE 0.
01 WS-STATUS-TEXT      PIC X(07).
01 WS-OVERDUE-MARK     PIC X(03).
01 WS-REASON-IDX       PIC 9(3) VALUE 0.
01 WS-REASON-SLOT      PIC 9(3) VALUE 0.
01 WS-REASON-OVERFLOW  PIC X VALUE "N".
01 WS-REASON-TABLE.
    05 WS-RT-COUNT     PIC 9(3) VALUE 0.
    05 WS-RT-ENTRY OCCURS 100 TIMES.
        10 WS-RT-REASON    PIC X(10).
        10 WS-RT-TOTAL     PIC 9(7).
        10 WS-RT-OLDEST    PIC 9(5).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol68ResubRpt".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "RESUBQFILE     NN".
        10 FILLER PIC X(17) VALUE "RESUBFAILFILE  NN".
        10 FILLER PIC X(17) VALUE "RESUBRPTFILE   NN".
        10 FILLER PIC X(17) VALUE "ACKAGEDAYS     NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting resubmission queue status report..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    COMPUTE WS-RUN-DAYNO = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

    OPEN OUTPUT ResubRptFile
    IF WS-RESUBRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ResubRptFile, status "
      WS-RESUBRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-RESUBRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO RESUB-RPT-RECORD
    STRING "CARRIER RESUBMISSION QUEUE STATUS " WS-RUN-DATE
           " MAXIMUM WAIT BEFORE FOLLOW-UP " WS-ACK-AGE-DAYS " DAYS"
     DELIMITED BY SIZE INTO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    MOVE SPACES TO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    MOVE "ID      CARRIER  REASON     FIRST SENT LAST SENT  TRIES STATUS  QUEUED   DAYS"
     TO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD

    OPEN INPUT ResubQueueFile
    IF WS-RESUBQ-STATUS NOT = "00"
     DISPLAY "NOTE: no resubmission queue; nothing is waiting."
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ResubQueueFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           IF RQ-ID IS NUMERIC
            PERFORM REPORT-QUEUE-ENTRY
           END-IF
      END-READ
     END-PERFORM
     CLOSE ResubQueueFile
    END-IF

    PERFORM COUNT-PERMANENT-FAILURES
    PERFORM WRITE-REASON-TOTALS
    CLOSE ResubRptFile

    IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-OVERDUE-COUNT
      " queued record(s) waiting more than " WS-ACK-AGE-DAYS " days."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Records in queue: " WS-QUEUE-COUNT
    DISPLAY "Waiting to be resent: " WS-WAITING-COUNT
    DISPLAY "Resent, awaiting acknowledgment: " WS-RESENT-COUNT
    DISPLAY "Oldest wait in days: " WS-OLDEST-DAYS
    DISPLAY "Permanent failures on file: " WS-FAIL-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Resubmission queue status report completed."
    GOBACK.

REPORT-QUEUE-ENTRY.
    ADD 1 TO WS-QUEUE-COUNT
    MOVE 0 TO WS-WAIT-DAYS
    IF RQ-ORIG-SEND-DATE IS NUMERIC AND RQ-ORIG-SEND-DATE > 0
     COMPUTE WS-SENT-DAYNO =
      FUNCTION INTEGER-OF-DATE(RQ-ORIG-SEND-DATE)
     IF WS-RUN-DAYNO > WS-SENT-DAYNO
      COMPUTE WS-WAIT-DAYS = WS-RUN-DAYNO - WS-SENT-DAYNO
     END-IF
    END-IF
    IF WS-WAIT-DAYS > WS-OLDEST-DAYS
     MOVE WS-WAIT-DAYS TO WS-OLDEST-DAYS
    END-IF
    IF RQ-RESENT
     MOVE "RESENT" TO WS-STATUS-TEXT
     ADD 1 TO WS-RESENT-COUNT
    ELSE
     MOVE "WAITING" TO WS-STATUS-TEXT
     ADD 1 TO WS-WAITING-COUNT
    END-IF
    MOVE SPACES TO WS-OVERDUE-MARK
    IF WS-WAIT-DAYS > WS-ACK-AGE-DAYS
     MOVE "***" TO WS-OVERDUE-MARK
     ADD 1 TO WS-OVERDUE-COUNT
    END-IF
    MOVE SPACES TO RESUB-RPT-RECORD
    STRING RQ-ID " " RQ-CARRIER " " RQ-REASON " " RQ-ORIG-SEND-DATE "   "
           RQ-LAST-SEND-DATE "   " RQ-ATTEMPTS " " WS-STATUS-TEXT
           " " RQ-QUEUED-DATE " " WS-WAIT-DAYS " " WS-OVERDUE-MARK
     DELIMITED BY SIZE INTO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    PERFORM FIND-REASON-SLOT
    IF WS-REASON-SLOT > 0
     ADD 1 TO WS-RT-TOTAL(WS-REASON-SLOT)
     IF WS-WAIT-DAYS > WS-RT-OLDEST(WS-REASON-SLOT)
      MOVE WS-WAIT-DAYS TO WS-RT-OLDEST(WS-REASON-SLOT)
     END-IF
    END-IF.

FIND-REASON-SLOT.
    MOVE 0 TO WS-REASON-SLOT
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
     UNTIL WS-REASON-IDX > WS-RT-COUNT OR WS-REASON-SLOT > 0
     IF WS-RT-REASON(WS-REASON-IDX) = RQ-REASON
      MOVE WS-REASON-IDX TO WS-REASON-SLOT
     END-IF
    END-PERFORM
    IF WS-REASON-SLOT = 0
     IF WS-RT-COUNT < 100
      ADD 1 TO WS-RT-COUNT
      MOVE WS-RT-COUNT TO WS-REASON-SLOT
      MOVE RQ-REASON TO WS-RT-REASON(WS-REASON-SLOT)
      MOVE 0 TO WS-RT-TOTAL(WS-REASON-SLOT)
      MOVE 0 TO WS-RT-OLDEST(WS-REASON-SLOT)
     ELSE
      IF WS-REASON-OVERFLOW = "N"
       DISPLAY "WARNING: more than 100 reasons; totals incomplete."
       MOVE "Y" TO WS-REASON-OVERFLOW
      END-IF
     END-IF
    END-IF.

COUNT-PERMANENT-FAILURES.
    OPEN INPUT ResubFailFile
    IF WS-RESUBFAIL-STATUS = "00"
     PERFORM UNTIL WS-FAIL-EOF = "Y"
      READ ResubFailFile
          AT END
           MOVE "Y" TO WS-FAIL-EOF
          NOT AT END
           IF RF-ID IS NUMERIC
            ADD 1 TO WS-FAIL-COUNT
            IF RF-FAIL-DATE = WS-RUN-DATE
             ADD 1 TO WS-FAIL-TODAY-COUNT
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE ResubFailFile
    END-IF.

WRITE-REASON-TOTALS.
    MOVE SPACES TO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    MOVE "REASON       RECORDS OLDEST" TO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
     UNTIL WS-REASON-IDX > WS-RT-COUNT
     MOVE SPACES TO RESUB-RPT-RECORD
     STRING WS-RT-REASON(WS-REASON-IDX) "  "
            WS-RT-TOTAL(WS-REASON-IDX) "  "
            WS-RT-OLDEST(WS-REASON-IDX)
      DELIMITED BY SIZE INTO RESUB-RPT-RECORD
     WRITE RESUB-RPT-RECORD
    END-PERFORM
    MOVE SPACES TO RESUB-RPT-RECORD
    STRING "TOTAL       " WS-QUEUE-COUNT "  " WS-OLDEST-DAYS
     DELIMITED BY SIZE INTO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    MOVE SPACES TO RESUB-RPT-RECORD
    STRING "WAITING=" WS-WAITING-COUNT
           " RESENT=" WS-RESENT-COUNT
           " OVERDUE=" WS-OVERDUE-COUNT
           " PERMFAIL=" WS-FAIL-COUNT
           " PERMFAIL-TODAY=" WS-FAIL-TODAY-COUNT
     DELIMITED BY SIZE INTO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD
    MOVE SPACES TO RESUB-RPT-RECORD
    STRING "TRL QUEUECOUNT=" WS-QUEUE-COUNT
     DELIMITED BY SIZE INTO RESUB-RPT-RECORD
    WRITE RESUB-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol68ResubRpt" TO EL-PROGRAM
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
    MOVE "Cobol68ResubRpt" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-QUEUE-COUNT TO OS-COUNT1
    MOVE WS-OVERDUE-COUNT TO OS-COUNT2
    MOVE WS-FAIL-COUNT TO OS-COUNT3
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
            WHEN "RESUBQFILE"
             MOVE FP-VALUE TO WS-RESUBQ-FILENAME
            WHEN "RESUBFAILFILE"
             MOVE FP-VALUE TO WS-RESUBFAIL-FILENAME
            WHEN "RESUBRPTFILE"
             MOVE FP-VALUE TO WS-RESUBRPT-FILENAME
            WHEN "ACKAGEDAYS"
             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-ACK-AGE-DAYS
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
