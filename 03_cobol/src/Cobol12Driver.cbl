    SELECT BusCalFile ASSIGN TO "buscal.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BUSCAL-STATUS.
    SELECT StepDefFile ASSIGN TO "stepdef.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-STEPDEF-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
    SELECT ParmEchoFile ASSIGN TO "parmecho.txt"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-PARMECHO-STATUS.
    SELECT DrCertFile ASSIGN TO "drcert.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DRCERT-STATUS.
    SELECT ArrTrigFile ASSIGN TO DYNAMIC WS-ARRTRIG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARRTRIG-STATUS.

DATA DIVISION.
FILE SECTION.
01 BUS-CAL-RECORD.
    05 BC-HOLIDAY-DATE PIC 9(8).

FD StepDefFile.
01 STEP-DEF-RECORD.
    05 SD-STEP-NAME    PIC X(20).
    05 FILLER          PIC X(1).
    05 SD-FREQUENCY    PIC X(1).
    05 FILLER          PIC X(1).
    05 SD-WEEKDAY      PIC X(1).
    05 FILLER          PIC X(1).
    05 SD-MAX-PRED-RC  PIC X(4).
    05 SD-PREDECESSOR OCCURS 3 TIMES.
        10 FILLER      PIC X(1).
        10 SD-PRED-NAME PIC X(20).

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
FD ParmEchoFile.
01 PARM-ECHO-RECORD PIC X(100).

FD DrCertFile.
01 DR-CERT-RECORD.
    COPY DRCERT.

FD ArrTrigFile.
01 ARR-TRIG-RECORD.
    COPY ARRTRIG.

WORKING-STORAGE SECTION.
01 WS-STEP-NAME PIC X(20).
01 WS-JOBSTATE-STATUS PIC X(2).
01 WS-RUNCTL-EOF      PIC X VALUE "N".
01 WS-IDX             PIC 9(2) VALUE 0.
01 WS-JS-IDX          PIC 9(2) VALUE 0.
01 WS-STEP-COUNT      PIC 9(2) VALUE 0.
01 WS-MAX-STEPS       PIC 9(2) VALUE 40.
01 WS-MAX-RC          PIC 9(4) VALUE 0.
01 WS-STREAM-HALTED   PIC X VALUE "N".
01 WS-RUN-ONLY-SEEN   PIC X VALUE "N".
01 WS-BUSCAL-STATUS   PIC X(2).
01 WS-SYSPARM-STATUS  PIC X(2).
01 WS-BUSCAL-EOF      PIC X VALUE "N".
01 WS-SYSPARM-EOF     PIC X VALUE "N".
01 WS-STEPDEF-STATUS  PIC X(2).
01 WS-STEPDEF-EOF     PIC X VALUE "N".
01 WS-STEPDEF-ERRORS  PIC 9(4) VALUE 0.
01 WS-STEPDEF-SOURCE  PIC X(20) VALUE "BUILT-IN STEP LIST".
01 WS-RUN-IS-BUSDAY   PIC X VALUE "Y".
01 WS-RUN-WEEKDAY     PIC 9(1) VALUE 0.
01 WS-WEEKDAY-NAMES   PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
01 WS-PD-IDX          PIC 9(2) VALUE 0.
01 WS-PS-IDX          PIC 9(2) VALUE 0.
01 WS-BLOCK-REASON    PIC X(80).
01 WS-PLAN-REASON     PIC X(80).
01 WS-PLAN-PREDS      PIC X(70).
01 WS-PLAN-RUN-COUNT  PIC 9(2) VALUE 0.
01 WS-PLAN-SKIP-COUNT PIC 9(2) VALUE 0.
01 WS-RUN-DATE        PIC 9(8).
01 WS-CHECK-DATE      PIC 9(8).
01 WS-DAY-NUMBER      PIC 9(7) VALUE 0.
    05 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
    05 WS-HOLIDAY OCCURS 100 TIMES PIC 9(8) VALUE 0.
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 40 TIMES.
        10 WS-ST-NAME  PIC X(20).
        10 WS-ST-DONE  PIC X.
        10 WS-ST-SKIP  PIC X.
        10 WS-ST-RAN   PIC X.
        10 WS-ST-RC    PIC 9(4).
        10 WS-ST-FREQ  PIC X.
        10 WS-ST-WEEKDAY PIC 9(1).
        10 WS-ST-MAX-PRED-RC PIC 9(4).
        10 WS-ST-OFF-SCHEDULE PIC X.
        10 WS-ST-BLOCKED PIC X.
        10 WS-ST-PRED-COUNT PIC 9(1).
        10 WS-ST-PRED OCCURS 3 TIMES.
            15 WS-ST-PRED-NAME PIC X(20).
            15 WS-ST-PRED-IDX  PIC 9(2).

01 WS-PARMECHO-STATUS PIC X(2).
01 WS-DRCERT-STATUS PIC X(2).
01 WS-ARRTRIG-STATUS PIC X(2).
01 WS-ARRTRIG-FILENAME PIC X(40) VALUE "arrtrig.dat".
01 WS-ARRTRIG-EOF PIC X VALUE "N".
01 WS-ARRTRIG-FOUND PIC X VALUE "N".
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol12Driver".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 2.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ARRTRIGFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 2 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     DISPLAY "Stopping: parameter validation failed."
     GOBACK
    END-IF
    PERFORM CHECK-DR-CERTIFICATE
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: restored files have not passed recovery verification."
     GOBACK
    END-IF
    PERFORM CHECK-ARRIVAL-TRIGGER
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: inbound files for this cycle have not been released."
     GOBACK
    END-IF
    PERFORM LOAD-BUSINESS-CALENDAR
    PERFORM CHECK-BUSINESS-DATE

    PERFORM INITIALIZE-STEPS
    IF WS-STEPDEF-ERRORS > 0
     DISPLAY "Stopping: step definition file is invalid."
     MOVE 8 TO RETURN-CODE
     GOBACK
    END-IF
    PERFORM LOAD-JOB-STATE
    PERFORM LOAD-RUN-POLICY
    PERFORM PRINT-RUN-PLAN

    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-STEP-COUNT
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
             END-IF
            WHEN "ARRTRIGFILE"
             MOVE FP-VALUE TO WS-ARRTRIG-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
    END-IF
    PERFORM VERIFY-PARAMETERS.

CHECK-DR-CERTIFICATE.
    OPEN INPUT DrCertFile
    IF WS-DRCERT-STATUS = "00"
     READ DrCertFile INTO DR-CERT-RECORD
      AT END
       CONTINUE
      NOT AT END
       IF DC-RESULT NOT = "PASS"
        DISPLAY "ERROR: recovery certificate for set " DC-SET-STAMP
         " is " DC-RESULT "; see " FUNCTION TRIM(DC-MANIFEST)
        MOVE 8 TO RETURN-CODE
       END-IF
     END-READ
     CLOSE DrCertFile
    END-IF.

CHECK-ARRIVAL-TRIGGER.
    OPEN INPUT ArrTrigFile
    IF WS-ARRTRIG-STATUS = "00"
     PERFORM UNTIL WS-ARRTRIG-EOF = "Y"
      READ ArrTrigFile
       AT END
        MOVE "Y" TO WS-ARRTRIG-EOF
       NOT AT END
        IF AT-CYCLE = WS-RUN-DATE
         MOVE "Y" TO WS-ARRTRIG-FOUND
        END-IF
      END-READ
     END-PERFORM
     CLOSE ArrTrigFile
     IF WS-ARRTRIG-FOUND = "Y"
      DISPLAY "Inbound files released for cycle " WS-RUN-DATE
     ELSE
      DISPLAY "ERROR: no inbound file release for cycle " WS-RUN-DATE
       "; see the arrival log"
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

LOAD-BUSINESS-CALENDAR.
    OPEN INPUT BusCalFile
    IF WS-BUSCAL-STATUS = "00"
    DISPLAY "Processing date: " WS-RUN-DATE
    MOVE WS-RUN-DATE TO WS-CHECK-DATE
    PERFORM TEST-BUSINESS-DAY
    MOVE WS-DATE-IS-BUSDAY TO WS-RUN-IS-BUSDAY
    COMPUTE WS-RUN-WEEKDAY = WS-DAY-OF-WEEK + 1
    IF WS-DATE-IS-BUSDAY = "N"
     DISPLAY "WARNING: processing date " WS-RUN-DATE
      " is not a business day."
    END-PERFORM.

INITIALIZE-STEPS.
    PERFORM LOAD-STEP-DEFINITIONS
    IF WS-STEP-COUNT = 0 AND WS-STEPDEF-ERRORS = 0
     PERFORM LOAD-DEFAULT-STEPS
    END-IF
    PERFORM VARYING WS-JS-IDX FROM 1 BY 1
     UNTIL WS-JS-IDX > WS-STEP-COUNT
     PERFORM RESOLVE-PREDECESSORS
     MOVE "N" TO WS-ST-DONE(WS-JS-IDX)
     MOVE "N" TO WS-ST-SKIP(WS-JS-IDX)
     MOVE "N" TO WS-ST-RAN(WS-JS-IDX)
     MOVE "N" TO WS-ST-BLOCKED(WS-JS-IDX)
     MOVE 0 TO WS-ST-RC(WS-JS-IDX)
     PERFORM SET-STEP-SCHEDULE
    END-PERFORM.

LOAD-STEP-DEFINITIONS.
    OPEN INPUT StepDefFile
    IF WS-STEPDEF-STATUS = "00"
     MOVE "STEPDEF.CTL" TO WS-STEPDEF-SOURCE
     PERFORM UNTIL WS-STEPDEF-EOF = "Y"
      READ StepDefFile
          AT END
           MOVE "Y" TO WS-STEPDEF-EOF
          NOT AT END
           IF STEP-DEF-RECORD NOT = SPACES
              AND SD-STEP-NAME(1:1) NOT = "*"
            PERFORM ADD-STEP-DEFINITION
           END-IF
      END-READ
     END-PERFORM
     CLOSE StepDefFile
     IF WS-STEP-COUNT = 0 AND WS-STEPDEF-ERRORS = 0
      DISPLAY "ERROR: step definition file stepdef.ctl has no steps"
      ADD 1 TO WS-STEPDEF-ERRORS
     END-IF
    END-IF.

ADD-STEP-DEFINITION.
    MOVE SPACES TO WS-BLOCK-REASON
    PERFORM VARYING WS-JS-IDX FROM 1 BY 1
     UNTIL WS-JS-IDX > WS-STEP-COUNT
     IF WS-ST-NAME(WS-JS-IDX) = SD-STEP-NAME
      MOVE "step defined more than once" TO WS-BLOCK-REASON
     END-IF
    END-PERFORM
    EVALUATE TRUE
     WHEN WS-BLOCK-REASON NOT = SPACES
      CONTINUE
     WHEN WS-STEP-COUNT >= WS-MAX-STEPS
      MOVE "step table is full" TO WS-BLOCK-REASON
     WHEN SD-FREQUENCY NOT = "D" AND SD-FREQUENCY NOT = "B"
          AND SD-FREQUENCY NOT = "W" AND SD-FREQUENCY NOT = "M"
      MOVE "frequency must be D, B, W or M" TO WS-BLOCK-REASON
     WHEN SD-FREQUENCY = "W"
          AND (SD-WEEKDAY IS NOT NUMERIC
               OR SD-WEEKDAY < "1" OR SD-WEEKDAY > "7")
      MOVE "weekly step needs a weekday 1-7" TO WS-BLOCK-REASON
     WHEN SD-MAX-PRED-RC NOT = SPACES
          AND SD-MAX-PRED-RC IS NOT NUMERIC
      MOVE "maximum predecessor return code is not numeric"
       TO WS-BLOCK-REASON
    END-EVALUATE
    IF WS-BLOCK-REASON NOT = SPACES
     DISPLAY "ERROR: step definition " FUNCTION TRIM(SD-STEP-NAME)
      ": " FUNCTION TRIM(WS-BLOCK-REASON)
     ADD 1 TO WS-STEPDEF-ERRORS
    ELSE
     ADD 1 TO WS-STEP-COUNT
     MOVE SPACES TO WS-STEP-ENTRY(WS-STEP-COUNT)
     MOVE SD-STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
     MOVE SD-FREQUENCY TO WS-ST-FREQ(WS-STEP-COUNT)
     MOVE 0 TO WS-ST-WEEKDAY(WS-STEP-COUNT)
     IF SD-FREQUENCY = "W"
      MOVE SD-WEEKDAY TO WS-ST-WEEKDAY(WS-STEP-COUNT)
     END-IF
     IF SD-MAX-PRED-RC = SPACES
      MOVE 0 TO WS-ST-MAX-PRED-RC(WS-STEP-COUNT)
     ELSE
      MOVE SD-MAX-PRED-RC TO WS-ST-MAX-PRED-RC(WS-STEP-COUNT)
     END-IF
     MOVE 0 TO WS-ST-PRED-COUNT(WS-STEP-COUNT)
     PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 3
      IF SD-PRED-NAME(WS-PD-IDX) NOT = SPACES
       ADD 1 TO WS-ST-PRED-COUNT(WS-STEP-COUNT)
       MOVE SD-PRED-NAME(WS-PD-IDX) TO WS-ST-PRED-NAME(WS-STEP-COUNT,
        WS-ST-PRED-COUNT(WS-STEP-COUNT))
      END-IF
     END-PERFORM
    END-IF.

LOAD-DEFAULT-STEPS.
    MOVE 18 TO WS-STEP-COUNT
    MOVE SPACES TO WS-STEP-TABLE
    MOVE "Cobol26LogRoll" TO WS-ST-NAME(1)
    MOVE "Cobol02Compute" TO WS-ST-NAME(2)
    MOVE "Cobol22RosterXtr" TO WS-ST-NAME(3)
    MOVE "Cobol15TransEdit" TO WS-ST-NAME(8)
    MOVE "Cobol34PendRelease" TO WS-ST-NAME(9)
    MOVE "Cobol20TransSort" TO WS-ST-NAME(10)
    MOVE "Cobol70VolGate" TO WS-ST-NAME(11)
    MOVE "Cobol11DBoper" TO WS-ST-NAME(12)
    MOVE "Cobol13OpsReport" TO WS-ST-NAME(13)
    MOVE "Cobol14Reconcile" TO WS-ST-NAME(14)
    MOVE "Cobol24BatchWin" TO WS-ST-NAME(15)
    MOVE "Cobol25ErrorRpt" TO WS-ST-NAME(16)
    MOVE "Cobol42Bundle" TO WS-ST-NAME(17)
    MOVE "Cobol41Alert" TO WS-ST-NAME(18)
    PERFORM VARYING WS-JS-IDX FROM 1 BY 1
     UNTIL WS-JS-IDX > WS-STEP-COUNT
     MOVE "D" TO WS-ST-FREQ(WS-JS-IDX)
     MOVE 0 TO WS-ST-WEEKDAY(WS-JS-IDX)
     MOVE 0 TO WS-ST-MAX-PRED-RC(WS-JS-IDX)
     MOVE 0 TO WS-ST-PRED-COUNT(WS-JS-IDX)
     IF WS-JS-IDX >= 8 AND WS-JS-IDX <= 12
      MOVE 1 TO WS-ST-PRED-COUNT(WS-JS-IDX)
      MOVE "Cobol10FileOper" TO WS-ST-PRED-NAME(WS-JS-IDX, 1)
      MOVE 3 TO WS-ST-MAX-PRED-RC(WS-JS-IDX)
     END-IF
    END-PERFORM.

RESOLVE-PREDECESSORS.
    PERFORM VARYING WS-PD-IDX FROM 1 BY 1
     UNTIL WS-PD-IDX > WS-ST-PRED-COUNT(WS-JS-IDX)
     MOVE 0 TO WS-ST-PRED-IDX(WS-JS-IDX, WS-PD-IDX)
     PERFORM VARYING WS-PS-IDX FROM 1 BY 1
      UNTIL WS-PS-IDX >= WS-JS-IDX
      IF WS-ST-NAME(WS-PS-IDX) = WS-ST-PRED-NAME(WS-JS-IDX, WS-PD-IDX)
       MOVE WS-PS-IDX TO WS-ST-PRED-IDX(WS-JS-IDX, WS-PD-IDX)
      END-IF
     END-PERFORM
     IF WS-ST-PRED-IDX(WS-JS-IDX, WS-PD-IDX) = 0
      DISPLAY "ERROR: step definition "
       FUNCTION TRIM(WS-ST-NAME(WS-JS-IDX)) ": predecessor "
       FUNCTION TRIM(WS-ST-PRED-NAME(WS-JS-IDX, WS-PD-IDX))
       " is not defined ahead of it"
      ADD 1 TO WS-STEPDEF-ERRORS
     END-IF
    END-PERFORM.

SET-STEP-SCHEDULE.
    MOVE "N" TO WS-ST-OFF-SCHEDULE(WS-JS-IDX)
    MOVE SPACES TO WS-PLAN-REASON
    EVALUATE WS-ST-FREQ(WS-JS-IDX)
     WHEN "B"
      IF WS-RUN-IS-BUSDAY = "N"
       MOVE "Y" TO WS-ST-OFF-SCHEDULE(WS-JS-IDX)
       MOVE "business-day only; processing date is not a business day"
        TO WS-PLAN-REASON
      END-IF
     WHEN "W"
      IF WS-ST-WEEKDAY(WS-JS-IDX) NOT = WS-RUN-WEEKDAY
       MOVE "Y" TO WS-ST-OFF-SCHEDULE(WS-JS-IDX)
       STRING "weekly on "
              WS-WEEKDAY-NAMES((WS-ST-WEEKDAY(WS-JS-IDX) - 1) * 3 + 1:3)
              " only"
        DELIMITED BY SIZE INTO WS-PLAN-REASON
      END-IF
     WHEN "M"
      IF WS-MONTH-END-RUN = "N"
       MOVE "Y" TO WS-ST-OFF-SCHEDULE(WS-JS-IDX)
       MOVE "month-end only; this is not a month-end run"
        TO WS-PLAN-REASON
      END-IF
    END-EVALUATE.

PRINT-RUN-PLAN.
    DISPLAY "Run plan for " WS-RUN-DATE " from "
     FUNCTION TRIM(WS-STEPDEF-SOURCE) ": business day "
     WS-RUN-IS-BUSDAY ", month-end " WS-MONTH-END-RUN
    PERFORM VARYING WS-JS-IDX FROM 1 BY 1
     UNTIL WS-JS-IDX > WS-STEP-COUNT
     PERFORM SET-STEP-SCHEDULE
     MOVE SPACES TO WS-PLAN-PREDS
     STRING WS-ST-PRED-NAME(WS-JS-IDX, 1) DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            WS-ST-PRED-NAME(WS-JS-IDX, 2) DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            WS-ST-PRED-NAME(WS-JS-IDX, 3) DELIMITED BY SPACE
      INTO WS-PLAN-PREDS
     EVALUATE TRUE
      WHEN WS-ST-SKIP(WS-JS-IDX) = "Y"
       ADD 1 TO WS-PLAN-SKIP-COUNT
       DISPLAY "  SKIP " WS-ST-NAME(WS-JS-IDX) " control card"
      WHEN WS-ST-DONE(WS-JS-IDX) = "Y"
       ADD 1 TO WS-PLAN-SKIP-COUNT
       DISPLAY "  SKIP " WS-ST-NAME(WS-JS-IDX)
        " already complete, return code " WS-ST-RC(WS-JS-IDX)
      WHEN WS-ST-OFF-SCHEDULE(WS-JS-IDX) = "Y"
       ADD 1 TO WS-PLAN-SKIP-COUNT
       DISPLAY "  SKIP " WS-ST-NAME(WS-JS-IDX) " "
        FUNCTION TRIM(WS-PLAN-REASON)
      WHEN WS-ST-PRED-COUNT(WS-JS-IDX) > 0
       ADD 1 TO WS-PLAN-RUN-COUNT
       DISPLAY "  RUN  " WS-ST-NAME(WS-JS-IDX) " after "
        FUNCTION TRIM(WS-PLAN-PREDS) " if return code <= "
        WS-ST-MAX-PRED-RC(WS-JS-IDX)
      WHEN OTHER
       ADD 1 TO WS-PLAN-RUN-COUNT
       DISPLAY "  RUN  " WS-ST-NAME(WS-JS-IDX)
     END-EVALUATE
    END-PERFORM
    DISPLAY "Run plan: " WS-PLAN-RUN-COUNT " steps to run, "
     WS-PLAN-SKIP-COUNT " skipped".

CHECK-PREDECESSORS.
    MOVE SPACES TO WS-BLOCK-REASON
    PERFORM VARYING WS-PD-IDX FROM 1 BY 1
     UNTIL WS-PD-IDX > WS-ST-PRED-COUNT(WS-IDX)
     OR WS-BLOCK-REASON NOT = SPACES
     MOVE WS-ST-PRED-IDX(WS-IDX, WS-PD-IDX) TO WS-PS-IDX
     EVALUATE TRUE
      WHEN WS-ST-BLOCKED(WS-PS-IDX) = "Y"
       STRING "predecessor " DELIMITED BY SIZE
              WS-ST-NAME(WS-PS-IDX) DELIMITED BY SPACE
              " was skipped for its own predecessors"
               DELIMITED BY SIZE
        INTO WS-BLOCK-REASON
      WHEN (WS-ST-RAN(WS-PS-IDX) = "Y" OR WS-ST-DONE(WS-PS-IDX) = "Y")
           AND WS-ST-RC(WS-PS-IDX) > WS-ST-MAX-PRED-RC(WS-IDX)
       STRING "predecessor " DELIMITED BY SIZE
              WS-ST-NAME(WS-PS-IDX) DELIMITED BY SPACE
              " ended with return code " WS-ST-RC(WS-PS-IDX)
              ", maximum " WS-ST-MAX-PRED-RC(WS-IDX)
               DELIMITED BY SIZE
        INTO WS-BLOCK-REASON
     END-EVALUATE
    END-PERFORM
    IF WS-BLOCK-REASON NOT = SPACES
     MOVE "Y" TO WS-ST-BLOCKED(WS-IDX)
    END-IF.

LOAD-JOB-STATE.
    OPEN INPUT JobStateFile
    IF WS-JOBSTATE-STATUS = "00"

RUN-ONE-STEP.
    MOVE WS-ST-NAME(WS-IDX) TO WS-STEP-NAME
    MOVE WS-IDX TO WS-JS-IDX
    PERFORM SET-STEP-SCHEDULE
    PERFORM CHECK-PREDECESSORS
    EVALUATE TRUE
     WHEN WS-ST-SKIP(WS-IDX) = "Y"
      DISPLAY "Skipping step (control card): " WS-STEP-NAME
     WHEN WS-ST-DONE(WS-IDX) = "Y"
      DISPLAY "Skipping step (already complete): " WS-STEP-NAME
     WHEN WS-ST-OFF-SCHEDULE(WS-IDX) = "Y"
      DISPLAY "Skipping step (not scheduled): " WS-STEP-NAME
       " " FUNCTION TRIM(WS-PLAN-REASON)
     WHEN WS-ST-BLOCKED(WS-IDX) = "Y"
      DISPLAY "Skipping " WS-STEP-NAME ": "
       FUNCTION TRIM(WS-BLOCK-REASON)
     WHEN OTHER
      DISPLAY "Running step: " WS-STEP-NAME
      MOVE 0 TO RETURN-CODE
      END-CALL
      MOVE RETURN-CODE TO WS-ST-RC(WS-IDX)
      MOVE "Y" TO WS-ST-RAN(WS-IDX)
      IF WS-ST-RC(WS-IDX) > WS-MAX-RC
       MOVE WS-ST-RC(WS-IDX) TO WS-MAX-RC
      END-IF
