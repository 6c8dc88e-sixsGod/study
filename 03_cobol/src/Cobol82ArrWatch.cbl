IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol82ArrWatch.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ArrSchedFile ASSIGN TO DYNAMIC WS-ARRSCHED-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARRSCHED-STATUS.
    SELECT ArrRegFile ASSIGN TO DYNAMIC WS-ARRREG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARRREG-STATUS.
    SELECT ArrTrigFile ASSIGN TO DYNAMIC WS-ARRTRIG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARRTRIG-STATUS.
    SELECT ArrLogFile ASSIGN TO DYNAMIC WS-ARRLOG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARRLOG-STATUS.
    SELECT AlertFile ASSIGN TO DYNAMIC WS-ALERT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ALERT-STATUS.
    SELECT InboundFile ASSIGN TO DYNAMIC WS-INBOUND-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-INBOUND-STATUS.
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
FD ArrSchedFile.
01 ARR-SCHED-RECORD.
    COPY ARRSCHED.

FD ArrRegFile.
01 ARR-REG-RECORD.
    COPY ARRREG.

FD ArrTrigFile.
01 ARR-TRIG-RECORD.
    COPY ARRTRIG.

FD ArrLogFile.
01 ARR-LOG-RECORD PIC X(132).

FD AlertFile.
01 ALERT-RECORD PIC X(132).

FD InboundFile.
01 INBOUND-RECORD PIC X(200).

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
01 WS-ARRSCHED-FILENAME PIC X(40) VALUE "arrsched.ctl".
01 WS-ARRREG-FILENAME  PIC X(40) VALUE "arrivals.dat".
01 WS-ARRTRIG-FILENAME PIC X(40) VALUE "arrtrig.dat".
01 WS-ARRLOG-FILENAME  PIC X(40) VALUE "arrlog.txt".
01 WS-ALERT-FILENAME   PIC X(40) VALUE "alerts.txt".
01 WS-INBOUND-NAME     PIC X(40).
01 WS-ARRSCHED-STATUS  PIC X(02).
01 WS-ARRREG-STATUS    PIC X(02).
01 WS-ARRTRIG-STATUS   PIC X(02).
01 WS-ARRLOG-STATUS    PIC X(02).
01 WS-ALERT-STATUS     PIC X(02).
01 WS-INBOUND-STATUS   PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-TODAY            PIC 9(8).
01 WS-POLL-CLOCK.
    05 WS-POLL-HHMM    PIC 9(4).
    05 FILLER          PIC X(4).
01 WS-CHECK-TIME       PIC X(04) VALUE SPACES.
01 WS-REG-EOF          PIC X VALUE "N".
01 WS-TRIG-EOF         PIC X VALUE "N".
01 WS-INBOUND-EOF      PIC X VALUE "N".
01 WS-RELEASED         PIC X VALUE "N".
01 WS-RELEASED-NOW     PIC X VALUE "N".
01 WS-SCHED-ERRORS     PIC 9(3) VALUE 0.
01 WS-IDX              PIC 9(2) VALUE 0.
01 WS-PT-IDX           PIC 9(2) VALUE 0.
01 WS-SLOT             PIC 9(2) VALUE 0.
01 WS-FILE-RECORDS     PIC 9(7) VALUE 0.
01 WS-FILE-SIGNATURE   PIC X(40).
01 WS-FIRST-RECORD     PIC X(32).
01 WS-HDR-MISMATCH     PIC X VALUE "N".
01 WS-HDR-DATE         PIC X(08).
01 WS-STALE-REASON     PIC X(60).
01 WS-STATUS-TEXT      PIC X(08).
01 WS-ARRIVED-SHOWN    PIC X(13).
01 WS-ALERT-SEV        PIC 9(2) VALUE 0.
01 WS-ALERT-VALUE      PIC X(12).
01 WS-EXPECTED-COUNT   PIC 9(3) VALUE 0.
01 WS-ARRIVED-COUNT    PIC 9(3) VALUE 0.
01 WS-ONTIME-COUNT     PIC 9(3) VALUE 0.
01 WS-LATE-COUNT       PIC 9(3) VALUE 0.
01 WS-MISSING-COUNT    PIC 9(3) VALUE 0.
01 WS-WAITING-COUNT    PIC 9(3) VALUE 0.
01 WS-REQ-OUTSTANDING  PIC 9(3) VALUE 0.
01 WS-REQ-OVERDUE      PIC 9(3) VALUE 0.
01 WS-SET-FILE-COUNT   PIC 9(3) VALUE 0.
01 WS-SET-RECORD-COUNT PIC 9(9) VALUE 0.
01 WS-SET-LATE-COUNT   PIC 9(3) VALUE 0.
01 WS-ALERT-COUNT      PIC 9(3) VALUE 0.
01 WS-PT-ONTIME        PIC 9(3) VALUE 0.
01 WS-PT-LATE          PIC 9(3) VALUE 0.
01 WS-PT-MISSING       PIC 9(3) VALUE 0.
01 WS-PT-WAITING       PIC 9(3) VALUE 0.
01 WS-EXPECT-TABLE.
    05 WS-EX-ENTRY OCCURS 50 TIMES.
        10 WS-EX-PARTNER   PIC X(08).
        10 WS-EX-TYPE      PIC X(04).
        10 WS-EX-WINDOW    PIC 9(04).
        10 WS-EX-CUTOFF    PIC 9(04).
        10 WS-EX-REQUIRED  PIC X(01).
        10 WS-EX-FILE-NAME PIC X(40).
        10 WS-EX-ARRIVED   PIC X(01).
        10 WS-EX-LATE      PIC X(01).
        10 WS-EX-ALERTED   PIC X(01).
        10 WS-EX-ARR-DATE  PIC 9(08).
        10 WS-EX-ARR-TIME  PIC 9(04).
        10 WS-EX-RECORDS   PIC 9(07).
        10 WS-EX-PRIOR-SIG PIC X(40).
        10 WS-EX-LISTED    PIC X(01).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol82ArrWatch".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 7.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ARRSCHEDFILE   NN".
        10 FILLER PIC X(17) VALUE "ARRREGFILE     NN".
        10 FILLER PIC X(17) VALUE "ARRTRIGFILE    NN".
        10 FILLER PIC X(17) VALUE "ARRLOGFILE     NN".
        10 FILLER PIC X(17) VALUE "ALERTFILE      NN".
        10 FILLER PIC X(17) VALUE "ARRCHECKTIME   NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 7 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting inbound file arrival watch..."
    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY TO WS-RUN-DATE
    ACCEPT WS-POLL-CLOCK FROM TIME
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-CHECK-TIME NOT = SPACES
     MOVE WS-CHECK-TIME TO WS-POLL-HHMM
    ELSE
     IF WS-TODAY > WS-RUN-DATE
      MOVE 2400 TO WS-POLL-HHMM
     END-IF
    END-IF
    DISPLAY "Arrival cycle: " WS-RUN-DATE " checked at " WS-POLL-HHMM

    PERFORM LOAD-ARRIVAL-SCHEDULE
    IF WS-SCHED-ERRORS > 0 OR WS-EXPECTED-COUNT = 0
     DISPLAY "Stopping: inbound file schedule is not usable."
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    PERFORM LOAD-ARRIVAL-REGISTER
    PERFORM LOAD-RELEASE-TRIGGERS

    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-EXPECTED-COUNT
     IF WS-EX-ARRIVED(WS-IDX) = "N"
      PERFORM CHECK-EXPECTED-FILE
     END-IF
    END-PERFORM

    PERFORM CHECK-REQUIRED-SET
    IF WS-REQ-OUTSTANDING = 0 AND WS-RELEASED = "N"
     PERFORM WRITE-RELEASE-TRIGGER
    END-IF
    PERFORM WRITE-ARRIVAL-LOG

    EVALUATE TRUE
     WHEN WS-RELEASED = "Y"
      IF WS-RELEASED-NOW = "Y"
       DISPLAY "Inbound file set complete; stream released for cycle "
        WS-RUN-DATE
      ELSE
       DISPLAY "NOTE: stream already released for cycle " WS-RUN-DATE
      END-IF
     WHEN WS-REQ-OVERDUE > 0
      DISPLAY "ERROR: " WS-REQ-OVERDUE
       " required inbound file(s) past cutoff for cycle " WS-RUN-DATE
      MOVE 8 TO RETURN-CODE
      MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
      MOVE "OVERDUE" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     WHEN OTHER
      DISPLAY "WARNING: waiting for " WS-REQ-OUTSTANDING
       " required inbound file(s); stream not released."
      IF RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
      END-IF
    END-EVALUATE

    DISPLAY "Files expected: " WS-EXPECTED-COUNT
    DISPLAY "Files arrived on time: " WS-ONTIME-COUNT
    DISPLAY "Files arrived late: " WS-LATE-COUNT
    DISPLAY "Files missing: " WS-MISSING-COUNT
    DISPLAY "Files awaited: " WS-WAITING-COUNT
    DISPLAY "Late-file alerts raised: " WS-ALERT-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Inbound file arrival watch completed."
    GOBACK.

LOAD-ARRIVAL-SCHEDULE.
    OPEN INPUT ArrSchedFile
    IF WS-ARRSCHED-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open inbound file schedule, status "
      WS-ARRSCHED-STATUS
     ADD 1 TO WS-SCHED-ERRORS
     MOVE "LOAD-ARRIVAL-SCHED" TO WS-EL-PARAGRAPH
     MOVE WS-ARRSCHED-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ArrSchedFile
       AT END
        MOVE "Y" TO WS-EndOfFile
       NOT AT END
        IF ARR-SCHED-RECORD NOT = SPACES
           AND AS-PARTNER(1:1) NOT = "*"
         PERFORM ADD-EXPECTED-FILE
        END-IF
      END-READ
     END-PERFORM
     CLOSE ArrSchedFile
     IF WS-EXPECTED-COUNT = 0 AND WS-SCHED-ERRORS = 0
      DISPLAY "ERROR: inbound file schedule has no entries."
     END-IF
    END-IF.

ADD-EXPECTED-FILE.
    MOVE SPACES TO WS-STALE-REASON
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
     UNTIL WS-PT-IDX > WS-EXPECTED-COUNT
     IF WS-EX-PARTNER(WS-PT-IDX) = AS-PARTNER
        AND WS-EX-TYPE(WS-PT-IDX) = AS-FILE-TYPE
      MOVE "file scheduled more than once" TO WS-STALE-REASON
     END-IF
    END-PERFORM
    EVALUATE TRUE
     WHEN WS-STALE-REASON NOT = SPACES
      CONTINUE
     WHEN WS-EXPECTED-COUNT >= 50
      MOVE "schedule table is full" TO WS-STALE-REASON
     WHEN AS-PARTNER = SPACES
      MOVE "partner is blank" TO WS-STALE-REASON
     WHEN NOT AS-VALID-TYPE
      MOVE "file type must be DATA, CTRL, CSV or ACK"
       TO WS-STALE-REASON
     WHEN AS-WINDOW-OPEN IS NOT NUMERIC OR AS-CUTOFF IS NOT NUMERIC
      MOVE "window and cutoff must be HHMM" TO WS-STALE-REASON
     WHEN AS-WINDOW-OPEN > "2359" OR AS-CUTOFF > "2359"
          OR AS-WINDOW-OPEN(3:2) > "59" OR AS-CUTOFF(3:2) > "59"
      MOVE "window and cutoff must be HHMM" TO WS-STALE-REASON
     WHEN AS-CUTOFF < AS-WINDOW-OPEN
      MOVE "cutoff is before the window opens" TO WS-STALE-REASON
     WHEN NOT AS-VALID-REQUIRED
      MOVE "required flag must be Y or N" TO WS-STALE-REASON
     WHEN AS-FILE-NAME = SPACES
      MOVE "file name is blank" TO WS-STALE-REASON
    END-EVALUATE
    IF WS-STALE-REASON NOT = SPACES
     DISPLAY "ERROR: schedule entry " AS-PARTNER " " AS-FILE-TYPE
      ": " FUNCTION TRIM(WS-STALE-REASON)
     ADD 1 TO WS-SCHED-ERRORS
    ELSE
     ADD 1 TO WS-EXPECTED-COUNT
     MOVE SPACES TO WS-EX-ENTRY(WS-EXPECTED-COUNT)
     MOVE AS-PARTNER TO WS-EX-PARTNER(WS-EXPECTED-COUNT)
     MOVE AS-FILE-TYPE TO WS-EX-TYPE(WS-EXPECTED-COUNT)
     MOVE AS-WINDOW-OPEN TO WS-EX-WINDOW(WS-EXPECTED-COUNT)
     MOVE AS-CUTOFF TO WS-EX-CUTOFF(WS-EXPECTED-COUNT)
     MOVE AS-REQUIRED TO WS-EX-REQUIRED(WS-EXPECTED-COUNT)
     MOVE AS-FILE-NAME TO WS-EX-FILE-NAME(WS-EXPECTED-COUNT)
     MOVE "N" TO WS-EX-ARRIVED(WS-EXPECTED-COUNT)
     MOVE "N" TO WS-EX-LATE(WS-EXPECTED-COUNT)
     MOVE "N" TO WS-EX-ALERTED(WS-EXPECTED-COUNT)
     MOVE 0 TO WS-EX-ARR-DATE(WS-EXPECTED-COUNT)
     MOVE 0 TO WS-EX-ARR-TIME(WS-EXPECTED-COUNT)
     MOVE 0 TO WS-EX-RECORDS(WS-EXPECTED-COUNT)
     MOVE "N" TO WS-EX-LISTED(WS-EXPECTED-COUNT)
    END-IF.

LOAD-ARRIVAL-REGISTER.
    OPEN INPUT ArrRegFile
    IF WS-ARRREG-STATUS NOT = "00"
     DISPLAY "NOTE: no arrival register; first watch for this site."
    ELSE
     PERFORM UNTIL WS-REG-EOF = "Y"
      READ ArrRegFile
       AT END
        MOVE "Y" TO WS-REG-EOF
       NOT AT END
        IF AR-CYCLE IS NUMERIC
         PERFORM APPLY-REGISTER-EVENT
        END-IF
      END-READ
     END-PERFORM
     CLOSE ArrRegFile
    END-IF.

APPLY-REGISTER-EVENT.
    MOVE 0 TO WS-SLOT
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
     UNTIL WS-PT-IDX > WS-EXPECTED-COUNT OR WS-SLOT > 0
     IF WS-EX-PARTNER(WS-PT-IDX) = AR-PARTNER
        AND WS-EX-TYPE(WS-PT-IDX) = AR-FILE-TYPE
      MOVE WS-PT-IDX TO WS-SLOT
     END-IF
    END-PERFORM
    IF WS-SLOT > 0
     EVALUATE TRUE
      WHEN AR-CYCLE = WS-RUN-DATE AND AR-ARRIVED
       MOVE "Y" TO WS-EX-ARRIVED(WS-SLOT)
       MOVE AR-EVENT-DATE TO WS-EX-ARR-DATE(WS-SLOT)
       MOVE AR-EVENT-TIME TO WS-EX-ARR-TIME(WS-SLOT)
       MOVE AR-RECORDS TO WS-EX-RECORDS(WS-SLOT)
       IF AR-LATE
        MOVE "Y" TO WS-EX-LATE(WS-SLOT)
        MOVE "Y" TO WS-EX-ALERTED(WS-SLOT)
       END-IF
      WHEN AR-CYCLE = WS-RUN-DATE AND AR-OVERDUE
       MOVE "Y" TO WS-EX-ALERTED(WS-SLOT)
      WHEN AR-CYCLE < WS-RUN-DATE AND AR-ARRIVED
       MOVE AR-SIGNATURE TO WS-EX-PRIOR-SIG(WS-SLOT)
      WHEN OTHER
       CONTINUE
     END-EVALUATE
    END-IF.

LOAD-RELEASE-TRIGGERS.
    OPEN INPUT ArrTrigFile
    IF WS-ARRTRIG-STATUS = "00"
     PERFORM UNTIL WS-TRIG-EOF = "Y"
      READ ArrTrigFile
       AT END
        MOVE "Y" TO WS-TRIG-EOF
       NOT AT END
        IF AT-CYCLE = WS-RUN-DATE
         MOVE "Y" TO WS-RELEASED
        END-IF
      END-READ
     END-PERFORM
     CLOSE ArrTrigFile
    END-IF.

CHECK-EXPECTED-FILE.
    MOVE WS-EX-FILE-NAME(WS-IDX) TO WS-INBOUND-NAME
    MOVE SPACES TO WS-STALE-REASON
    MOVE 0 TO WS-FILE-RECORDS
    MOVE SPACES TO WS-FIRST-RECORD
    MOVE "N" TO WS-HDR-MISMATCH
    MOVE "N" TO WS-INBOUND-EOF
    OPEN INPUT InboundFile
    IF WS-INBOUND-STATUS = "00"
     PERFORM UNTIL WS-INBOUND-EOF = "Y"
      READ InboundFile
       AT END
        MOVE "Y" TO WS-INBOUND-EOF
       NOT AT END
        ADD 1 TO WS-FILE-RECORDS
        IF WS-FILE-RECORDS = 1
         MOVE INBOUND-RECORD(1:32) TO WS-FIRST-RECORD
        END-IF
        IF WS-EX-TYPE(WS-IDX) = "CTRL"
           AND INBOUND-RECORD(1:12) = "HDR RUNDATE="
         MOVE INBOUND-RECORD(13:8) TO WS-HDR-DATE
         IF WS-HDR-DATE NOT = WS-RUN-DATE
          MOVE "Y" TO WS-HDR-MISMATCH
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE InboundFile
     MOVE SPACES TO WS-FILE-SIGNATURE
     STRING WS-FILE-RECORDS " " WS-FIRST-RECORD
      DELIMITED BY SIZE INTO WS-FILE-SIGNATURE
     EVALUATE TRUE
      WHEN WS-POLL-HHMM < WS-EX-WINDOW(WS-IDX)
       MOVE "present before its window opens" TO WS-STALE-REASON
      WHEN WS-HDR-MISMATCH = "Y"
       STRING "control header dated " WS-HDR-DATE
        DELIMITED BY SIZE INTO WS-STALE-REASON
      WHEN WS-FILE-SIGNATURE = WS-EX-PRIOR-SIG(WS-IDX)
       MOVE "unchanged since the previous cycle" TO WS-STALE-REASON
      WHEN OTHER
       PERFORM RECORD-FILE-ARRIVAL
     END-EVALUATE
     IF WS-STALE-REASON NOT = SPACES
      DISPLAY "NOTE: " WS-EX-PARTNER(WS-IDX) " " WS-EX-TYPE(WS-IDX)
       " file " FUNCTION TRIM(WS-INBOUND-NAME) " "
       FUNCTION TRIM(WS-STALE-REASON) "; not taken for this cycle."
     END-IF
    END-IF
    IF WS-EX-ARRIVED(WS-IDX) = "N"
       AND WS-POLL-HHMM > WS-EX-CUTOFF(WS-IDX)
       AND WS-EX-ALERTED(WS-IDX) = "N"
     PERFORM RECORD-FILE-OVERDUE
    END-IF.

RECORD-FILE-ARRIVAL.
    MOVE "Y" TO WS-EX-ARRIVED(WS-IDX)
    MOVE WS-TODAY TO WS-EX-ARR-DATE(WS-IDX)
    MOVE WS-POLL-HHMM TO WS-EX-ARR-TIME(WS-IDX)
    MOVE WS-FILE-RECORDS TO WS-EX-RECORDS(WS-IDX)
    MOVE SPACES TO ARR-REG-RECORD
    MOVE WS-RUN-DATE TO AR-CYCLE
    MOVE WS-EX-PARTNER(WS-IDX) TO AR-PARTNER
    MOVE WS-EX-TYPE(WS-IDX) TO AR-FILE-TYPE
    MOVE "ARRIVED" TO AR-EVENT
    IF WS-POLL-HHMM > WS-EX-CUTOFF(WS-IDX)
     MOVE "Y" TO WS-EX-LATE(WS-IDX)
     MOVE "LATE" TO AR-TIMELINESS
    ELSE
     MOVE "ONTIME" TO AR-TIMELINESS
    END-IF
    MOVE WS-TODAY TO AR-EVENT-DATE
    MOVE WS-POLL-HHMM TO AR-EVENT-TIME
    MOVE WS-FILE-RECORDS TO AR-RECORDS
    MOVE WS-FILE-SIGNATURE TO AR-SIGNATURE
    MOVE WS-EX-FILE-NAME(WS-IDX) TO AR-FILE-NAME
    PERFORM WRITE-REGISTER-EVENT
    DISPLAY "Arrived: " WS-EX-PARTNER(WS-IDX) " " WS-EX-TYPE(WS-IDX)
     " " FUNCTION TRIM(WS-INBOUND-NAME) " records " WS-FILE-RECORDS
     " " AR-TIMELINESS
    IF WS-EX-LATE(WS-IDX) = "Y" AND WS-EX-ALERTED(WS-IDX) = "N"
     MOVE SPACES TO WS-ALERT-VALUE
     STRING "ARRIVED " WS-POLL-HHMM
      DELIMITED BY SIZE INTO WS-ALERT-VALUE
     PERFORM WRITE-LATE-ALERT
    END-IF.

RECORD-FILE-OVERDUE.
    MOVE SPACES TO ARR-REG-RECORD
    MOVE WS-RUN-DATE TO AR-CYCLE
    MOVE WS-EX-PARTNER(WS-IDX) TO AR-PARTNER
    MOVE WS-EX-TYPE(WS-IDX) TO AR-FILE-TYPE
    MOVE "OVERDUE" TO AR-EVENT
    MOVE WS-TODAY TO AR-EVENT-DATE
    MOVE WS-POLL-HHMM TO AR-EVENT-TIME
    MOVE 0 TO AR-RECORDS
    MOVE WS-EX-FILE-NAME(WS-IDX) TO AR-FILE-NAME
    PERFORM WRITE-REGISTER-EVENT
    MOVE "MISSING" TO WS-ALERT-VALUE
    PERFORM WRITE-LATE-ALERT.

WRITE-REGISTER-EVENT.
    OPEN EXTEND ArrRegFile
    IF WS-ARRREG-STATUS NOT = "00"
     OPEN OUTPUT ArrRegFile
    END-IF
    IF WS-ARRREG-STATUS NOT = "00"
     DISPLAY "ERROR: unable to update arrival register, status "
      WS-ARRREG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-REGISTER-EVENT" TO WS-EL-PARAGRAPH
     MOVE WS-ARRREG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     WRITE ARR-REG-RECORD
     CLOSE ArrRegFile
    END-IF.

WRITE-LATE-ALERT.
    MOVE "Y" TO WS-EX-ALERTED(WS-IDX)
    IF WS-EX-REQUIRED(WS-IDX) = "Y"
     MOVE 8 TO WS-ALERT-SEV
    ELSE
     MOVE 4 TO WS-ALERT-SEV
    END-IF
    OPEN EXTEND AlertFile
    IF WS-ALERT-STATUS NOT = "00"
     OPEN OUTPUT AlertFile
    END-IF
    IF WS-ALERT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AlertFile, status "
      WS-ALERT-STATUS
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE SPACES TO ALERT-RECORD
     STRING "SEV=" WS-ALERT-SEV
            " PROGRAM=Cobol82ArrWatch"
            " CONDITION=LATEFILE"
            " VALUE=" WS-ALERT-VALUE
            " CYCLE=" WS-RUN-DATE
            " PARTNER=" WS-EX-PARTNER(WS-IDX)
            " TYPE=" WS-EX-TYPE(WS-IDX)
            " CUTOFF=" WS-EX-CUTOFF(WS-IDX)
      DELIMITED BY SIZE INTO ALERT-RECORD
     WRITE ALERT-RECORD
     CLOSE AlertFile
     ADD 1 TO WS-ALERT-COUNT
    END-IF
    DISPLAY "WARNING: " WS-EX-PARTNER(WS-IDX) " " WS-EX-TYPE(WS-IDX)
     " file missed its " WS-EX-CUTOFF(WS-IDX) " cutoff ("
     FUNCTION TRIM(WS-ALERT-VALUE) ").".

CHECK-REQUIRED-SET.
    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-EXPECTED-COUNT
     EVALUATE TRUE
      WHEN WS-EX-ARRIVED(WS-IDX) = "Y" AND WS-EX-LATE(WS-IDX) = "Y"
       ADD 1 TO WS-LATE-COUNT
      WHEN WS-EX-ARRIVED(WS-IDX) = "Y"
       ADD 1 TO WS-ONTIME-COUNT
      WHEN WS-POLL-HHMM > WS-EX-CUTOFF(WS-IDX)
       ADD 1 TO WS-MISSING-COUNT
      WHEN OTHER
       ADD 1 TO WS-WAITING-COUNT
     END-EVALUATE
     IF WS-EX-ARRIVED(WS-IDX) = "Y"
      ADD 1 TO WS-ARRIVED-COUNT
     END-IF
     IF WS-EX-REQUIRED(WS-IDX) = "Y"
      IF WS-EX-ARRIVED(WS-IDX) = "Y"
       ADD 1 TO WS-SET-FILE-COUNT
       ADD WS-EX-RECORDS(WS-IDX) TO WS-SET-RECORD-COUNT
       IF WS-EX-LATE(WS-IDX) = "Y"
        ADD 1 TO WS-SET-LATE-COUNT
       END-IF
      ELSE
       ADD 1 TO WS-REQ-OUTSTANDING
       IF WS-POLL-HHMM > WS-EX-CUTOFF(WS-IDX)
        ADD 1 TO WS-REQ-OVERDUE
       END-IF
      END-IF
     END-IF
    END-PERFORM.

WRITE-RELEASE-TRIGGER.
    MOVE SPACES TO ARR-TRIG-RECORD
    MOVE WS-RUN-DATE TO AT-CYCLE
    MOVE WS-TODAY TO AT-RELEASE-DATE
    MOVE WS-POLL-HHMM TO AT-RELEASE-TIME
    MOVE WS-SET-FILE-COUNT TO AT-FILE-COUNT
    MOVE WS-SET-RECORD-COUNT TO AT-RECORD-COUNT
    MOVE WS-SET-LATE-COUNT TO AT-LATE-COUNT
    MOVE "Cobol82ArrWatch" TO AT-PROGRAM
    OPEN EXTEND ArrTrigFile
    IF WS-ARRTRIG-STATUS NOT = "00"
     OPEN OUTPUT ArrTrigFile
    END-IF
    IF WS-ARRTRIG-STATUS NOT = "00"
     DISPLAY "ERROR: unable to write stream release trigger, status "
      WS-ARRTRIG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-RELEASE-TRIG" TO WS-EL-PARAGRAPH
     MOVE WS-ARRTRIG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     WRITE ARR-TRIG-RECORD
     CLOSE ArrTrigFile
     MOVE "Y" TO WS-RELEASED
     MOVE "Y" TO WS-RELEASED-NOW
    END-IF.

WRITE-ARRIVAL-LOG.
    OPEN OUTPUT ArrLogFile
    IF WS-ARRLOG-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ArrLogFile, status "
      WS-ARRLOG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-ARRIVAL-LOG" TO WS-EL-PARAGRAPH
     MOVE WS-ARRLOG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE SPACES TO ARR-LOG-RECORD
     STRING "INBOUND FILE ARRIVALS FOR CYCLE " WS-RUN-DATE
            "   AS AT " WS-TODAY " " WS-POLL-HHMM
      DELIMITED BY SIZE INTO ARR-LOG-RECORD
     WRITE ARR-LOG-RECORD
     MOVE SPACES TO ARR-LOG-RECORD
     WRITE ARR-LOG-RECORD
     MOVE "PARTNER  TYPE REQ WINDOW CUTOFF STATUS   ARRIVED       RECORDS FILE"
      TO ARR-LOG-RECORD
     WRITE ARR-LOG-RECORD
     PERFORM VARYING WS-IDX FROM 1 BY 1
      UNTIL WS-IDX > WS-EXPECTED-COUNT
      IF WS-EX-LISTED(WS-IDX) = "N"
       PERFORM WRITE-PARTNER-ARRIVALS
      END-IF
     END-PERFORM
     MOVE SPACES TO ARR-LOG-RECORD
     WRITE ARR-LOG-RECORD
     MOVE SPACES TO ARR-LOG-RECORD
     STRING "ALL PARTNERS ON-TIME=" WS-ONTIME-COUNT
            " LATE=" WS-LATE-COUNT
            " MISSING=" WS-MISSING-COUNT
            " WAITING=" WS-WAITING-COUNT
      DELIMITED BY SIZE INTO ARR-LOG-RECORD
     WRITE ARR-LOG-RECORD
     MOVE SPACES TO ARR-LOG-RECORD
     IF WS-RELEASED = "Y"
      STRING "REQUIRED FILE SET COMPLETE - STREAM RELEASED FOR CYCLE "
             WS-RUN-DATE
       DELIMITED BY SIZE INTO ARR-LOG-RECORD
     ELSE
      STRING "STREAM NOT RELEASED - REQUIRED FILES OUTSTANDING="
             WS-REQ-OUTSTANDING " PAST CUTOFF=" WS-REQ-OVERDUE
       DELIMITED BY SIZE INTO ARR-LOG-RECORD
     END-IF
     WRITE ARR-LOG-RECORD
     MOVE SPACES TO ARR-LOG-RECORD
     STRING "TRL RECORDCOUNT=" WS-EXPECTED-COUNT
      DELIMITED BY SIZE INTO ARR-LOG-RECORD
     WRITE ARR-LOG-RECORD
     CLOSE ArrLogFile
    END-IF.

WRITE-PARTNER-ARRIVALS.
    MOVE 0 TO WS-PT-ONTIME
    MOVE 0 TO WS-PT-LATE
    MOVE 0 TO WS-PT-MISSING
    MOVE 0 TO WS-PT-WAITING
    PERFORM VARYING WS-PT-IDX FROM WS-IDX BY 1
     UNTIL WS-PT-IDX > WS-EXPECTED-COUNT
     IF WS-EX-PARTNER(WS-PT-IDX) = WS-EX-PARTNER(WS-IDX)
      MOVE "Y" TO WS-EX-LISTED(WS-PT-IDX)
      PERFORM WRITE-ARRIVAL-LINE
     END-IF
    END-PERFORM
    MOVE SPACES TO ARR-LOG-RECORD
    STRING "  PARTNER " WS-EX-PARTNER(WS-IDX)
           " ON-TIME=" WS-PT-ONTIME
           " LATE=" WS-PT-LATE
           " MISSING=" WS-PT-MISSING
           " WAITING=" WS-PT-WAITING
     DELIMITED BY SIZE INTO ARR-LOG-RECORD
    WRITE ARR-LOG-RECORD.

WRITE-ARRIVAL-LINE.
    MOVE SPACES TO WS-ARRIVED-SHOWN
    EVALUATE TRUE
     WHEN WS-EX-ARRIVED(WS-PT-IDX) = "Y" AND WS-EX-LATE(WS-PT-IDX) = "Y"
      MOVE "LATE" TO WS-STATUS-TEXT
      ADD 1 TO WS-PT-LATE
     WHEN WS-EX-ARRIVED(WS-PT-IDX) = "Y"
      MOVE "ON-TIME" TO WS-STATUS-TEXT
      ADD 1 TO WS-PT-ONTIME
     WHEN WS-POLL-HHMM > WS-EX-CUTOFF(WS-PT-IDX)
      MOVE "MISSING" TO WS-STATUS-TEXT
      ADD 1 TO WS-PT-MISSING
     WHEN OTHER
      MOVE "WAITING" TO WS-STATUS-TEXT
      ADD 1 TO WS-PT-WAITING
    END-EVALUATE
    IF WS-EX-ARRIVED(WS-PT-IDX) = "Y"
     STRING WS-EX-ARR-DATE(WS-PT-IDX) " " WS-EX-ARR-TIME(WS-PT-IDX)
      DELIMITED BY SIZE INTO WS-ARRIVED-SHOWN
    END-IF
    MOVE SPACES TO ARR-LOG-RECORD
    STRING WS-EX-PARTNER(WS-PT-IDX) " " WS-EX-TYPE(WS-PT-IDX) " "
           WS-EX-REQUIRED(WS-PT-IDX) "   " WS-EX-WINDOW(WS-PT-IDX)
           "   " WS-EX-CUTOFF(WS-PT-IDX) "   " WS-STATUS-TEXT " "
           WS-ARRIVED-SHOWN " " WS-EX-RECORDS(WS-PT-IDX) " "
           WS-EX-FILE-NAME(WS-PT-IDX)
     DELIMITED BY SIZE INTO ARR-LOG-RECORD
    WRITE ARR-LOG-RECORD.

LOG-ERROR.
    MOVE "Cobol82ArrWatch" TO EL-PROGRAM
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
    MOVE "Cobol82ArrWatch" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-EXPECTED-COUNT TO OS-COUNT1
    MOVE WS-ARRIVED-COUNT TO OS-COUNT2
    MOVE WS-ALERT-COUNT TO OS-COUNT3
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
            WHEN "ARRSCHEDFILE"
             MOVE FP-VALUE TO WS-ARRSCHED-FILENAME
            WHEN "ARRREGFILE"
             MOVE FP-VALUE TO WS-ARRREG-FILENAME
            WHEN "ARRTRIGFILE"
             MOVE FP-VALUE TO WS-ARRTRIG-FILENAME
            WHEN "ARRLOGFILE"
             MOVE FP-VALUE TO WS-ARRLOG-FILENAME
            WHEN "ALERTFILE"
             MOVE FP-VALUE TO WS-ALERT-FILENAME
            WHEN "ARRCHECKTIME"
             IF FP-VALUE(1:4) IS NUMERIC
              MOVE FP-VALUE(1:4) TO WS-CHECK-TIME
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
