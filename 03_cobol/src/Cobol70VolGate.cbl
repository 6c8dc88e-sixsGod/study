IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol70VolGate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DbTransFile ASSIGN TO DYNAMIC WS-DBTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DBTRANS-STATUS.
    SELECT BatchBalFile ASSIGN TO "batchbal.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BATCHBAL-STATUS.
    SELECT BatchIdFile ASSIGN TO "batchid.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BATCHID-STATUS.
    SELECT VolOvrdFile ASSIGN TO DYNAMIC WS-VOLOVRD-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-VOLOVRD-STATUS.
    SELECT VolRptFile ASSIGN TO DYNAMIC WS-VOLRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-VOLRPT-STATUS.
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
FD DbTransFile.
01 DB-TRANS-RECORD.
    05 TR-CODE          PIC X(01).
    05 TR-UPDATE-FIELD  PIC X(01).
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==TR-==.
    05 TR-BATCH-ID      PIC X(12).

FD BatchBalFile.
01 BATCH-BAL-RECORD.
    COPY BATCHBAL.

FD BatchIdFile.
01 BATCH-ID-RECORD.
    05 BI-BATCH-ID     PIC X(12).
    05 BI-RUNDATE      PIC X(08).
    05 BI-SOURCE       PIC X(40).

FD VolOvrdFile.
01 VOL-OVRD-RECORD PIC X(60).

FD VolRptFile.
01 VOL-RPT-RECORD PIC X(132).

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
01 WS-BATCHBAL-EOF     PIC X VALUE "N".
01 WS-OPSSTAT-EOF      PIC X VALUE "N".
01 WS-VOLOVRD-EOF      PIC X VALUE "N".
01 WS-DBTRANS-FILENAME PIC X(40) VALUE "dbtrans.srt".
01 WS-VOLOVRD-FILENAME PIC X(40) VALUE "volovrd.ctl".
01 WS-VOLRPT-FILENAME  PIC X(40) VALUE "volgate.txt".
01 WS-DBTRANS-STATUS   PIC X(02).
01 WS-BATCHBAL-STATUS  PIC X(02).
01 WS-BATCHID-STATUS   PIC X(02).
01 WS-VOLOVRD-STATUS   PIC X(02).
01 WS-VOLRPT-STATUS    PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-RUN-DATE-X       PIC X(8).
01 WS-BATCH-ID         PIC X(12) VALUE SPACES.
01 WS-TRANS-BATCH-ID   PIC X(12) VALUE SPACES.
01 WS-WINDOW           PIC 9(2) VALUE 20.
01 WS-MAX-PCT          PIC 9(4) VALUE 150.
01 WS-AVG-PCT          PIC 9(4) VALUE 300.
01 WS-LOW-PCT          PIC 9(3) VALUE 0.
01 WS-FLOOR            PIC 9(7) VALUE 25.
01 WS-MIN-HIST         PIC 9(2) VALUE 5.
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-OUT-OF-TOL       PIC 9(2) VALUE 0.
01 WS-NO-NORM-COUNT    PIC 9(2) VALUE 0.
01 WS-RELEASED         PIC X VALUE "N".
01 WS-DECISION         PIC X(22) VALUE SPACES.
01 WS-HIST-VALUE       PIC 9(7) VALUE 0.
01 WS-HIST-SUM         PIC 9(9) VALUE 0.
01 WS-SCALED-TODAY     PIC 9(11) VALUE 0.
01 WS-SCALED-MAX       PIC 9(11) VALUE 0.
01 WS-SCALED-AVG       PIC 9(11) VALUE 0.
01 WS-SCALED-LOW       PIC 9(11) VALUE 0.
01 WS-TODAY-MIX        PIC 9(3) VALUE 0.
01 WS-NORM-MIX         PIC 9(3) VALUE 0.
01 WS-VT-IDX           PIC 9(2) VALUE 0.
01 WS-VT-SLOT          PIC 9(2) VALUE 0.
01 WS-HS-IDX           PIC 9(2) VALUE 0.
01 WS-OVR-IDX          PIC 9(2) VALUE 0.
01 WS-OVR-KEYWORD      PIC X(10).
01 WS-OVR-BATCH-ID     PIC X(12).
01 WS-OVERRIDE-TABLE.
    05 WS-OVR-COUNT    PIC 9(2) VALUE 0.
    05 WS-OV-BATCH-ID OCCURS 20 TIMES PIC X(12).
01 WS-VT-CODE-VALUES   PIC X(8) VALUE "ACDMRGJ*".
01 WS-VOLUME-TABLE.
    05 WS-VT-ENTRY OCCURS 8 TIMES.
        10 WS-VT-CODE      PIC X.
        10 WS-VT-LABEL     PIC X(3).
        10 WS-VT-TODAY     PIC 9(7).
        10 WS-VT-HIST-N    PIC 9(2).
        10 WS-VT-NEXT      PIC 9(2).
        10 WS-VT-HIST OCCURS 60 TIMES PIC 9(7).
        10 WS-VT-AVG       PIC 9(7).
        10 WS-VT-MAX       PIC 9(7).
        10 WS-VT-RESULT    PIC X(7).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol70VolGate".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 10.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "DBTRANSFILE    NN".
        10 FILLER PIC X(17) VALUE "VOLGATERPTFILE NN".
        10 FILLER PIC X(17) VALUE "VOLGATEOVRDFILENN".
        10 FILLER PIC X(17) VALUE "VOLGATEWINDOW  NN".
        10 FILLER PIC X(17) VALUE "VOLGATEMAXPCT  NN".
        10 FILLER PIC X(17) VALUE "VOLGATEAVGPCT  NN".
        10 FILLER PIC X(17) VALUE "VOLGATELOWPCT  NN".
        10 FILLER PIC X(17) VALUE "VOLGATEFLOOR   NN".
        10 FILLER PIC X(17) VALUE "VOLGATEMINHIST NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 10 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting transaction volume reasonability gate..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF WS-WINDOW = 0 OR WS-WINDOW > 60
     DISPLAY "ERROR: VOLGATEWINDOW must be 01 to 60 runs."
     MOVE 8 TO RETURN-CODE
    END-IF
    IF WS-MIN-HIST > WS-WINDOW
     DISPLAY "ERROR: VOLGATEMINHIST cannot exceed VOLGATEWINDOW."
     MOVE 8 TO RETURN-CODE
    END-IF
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE WS-RUN-DATE TO WS-RUN-DATE-X

    PERFORM INIT-VOLUME-TABLE
    PERFORM COUNT-TODAY-VOLUMES
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    PERFORM LOAD-BATCH-ID
    PERFORM LOAD-CODE-HISTORY
    PERFORM LOAD-TOTAL-HISTORY
    PERFORM VARYING WS-VT-IDX FROM 1 BY 1 UNTIL WS-VT-IDX > 8
     PERFORM EVALUATE-ONE-VOLUME
    END-PERFORM

    IF WS-OUT-OF-TOL > 0
     PERFORM LOAD-RELEASE-CARDS
     PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
      UNTIL WS-OVR-IDX > WS-OVR-COUNT
      IF WS-OV-BATCH-ID(WS-OVR-IDX) = WS-BATCH-ID
       MOVE "Y" TO WS-RELEASED
      END-IF
     END-PERFORM
     IF WS-RELEASED = "Y"
      MOVE "RELEASED BY OVERRIDE" TO WS-DECISION
      DISPLAY "OVERRIDE: batch " FUNCTION TRIM(WS-BATCH-ID)
       " released by operator override with " WS-OUT-OF-TOL
       " volume(s) out of tolerance."
      MOVE "OVERRIDE-USED" TO WS-EL-PARAGRAPH
      MOVE "00" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      MOVE "HELD" TO WS-DECISION
      DISPLAY "VOLUME HOLD: batch " FUNCTION TRIM(WS-BATCH-ID)
       " has " WS-OUT-OF-TOL " volume(s) out of tolerance; "
       "see " FUNCTION TRIM(WS-VOLRPT-FILENAME)
      DISPLAY "To release it, add 'RELEASE "
       FUNCTION TRIM(WS-BATCH-ID) "' to "
       FUNCTION TRIM(WS-VOLOVRD-FILENAME) " and rerun."
      MOVE "VOLUME-GATE" TO WS-EL-PARAGRAPH
      MOVE "HELD" TO WS-EL-STATUS
      PERFORM LOG-ERROR
      MOVE 16 TO RETURN-CODE
     END-IF
    ELSE
     MOVE "PASSED" TO WS-DECISION
    END-IF

    PERFORM WRITE-GATE-REPORT
    IF RETURN-CODE = 0
     PERFORM WRITE-BATCH-BALANCE
    END-IF
    IF WS-NO-NORM-COUNT > 0
     DISPLAY "NOTE: " WS-NO-NORM-COUNT " volume(s) have fewer than "
      WS-MIN-HIST " prior runs and were not checked."
    END-IF
    DISPLAY "Transactions counted: " WS-READ-COUNT
    DISPLAY "Volumes out of tolerance: " WS-OUT-OF-TOL
    DISPLAY "Gate decision for batch " FUNCTION TRIM(WS-BATCH-ID)
     ": " FUNCTION TRIM(WS-DECISION)
    PERFORM WRITE-OPS-STAT
    GOBACK.

INIT-VOLUME-TABLE.
    PERFORM VARYING WS-VT-IDX FROM 1 BY 1 UNTIL WS-VT-IDX > 8
     MOVE WS-VT-CODE-VALUES(WS-VT-IDX:1) TO WS-VT-CODE(WS-VT-IDX)
     MOVE WS-VT-CODE(WS-VT-IDX) TO WS-VT-LABEL(WS-VT-IDX)
     MOVE 0 TO WS-VT-TODAY(WS-VT-IDX)
     MOVE 0 TO WS-VT-HIST-N(WS-VT-IDX)
     MOVE 0 TO WS-VT-NEXT(WS-VT-IDX)
     MOVE 0 TO WS-VT-AVG(WS-VT-IDX)
     MOVE 0 TO WS-VT-MAX(WS-VT-IDX)
     MOVE SPACES TO WS-VT-RESULT(WS-VT-IDX)
    END-PERFORM
    MOVE "ALL" TO WS-VT-LABEL(8).

COUNT-TODAY-VOLUMES.
    OPEN INPUT DbTransFile
    IF WS-DBTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open transaction file "
      FUNCTION TRIM(WS-DBTRANS-FILENAME) ", status "
      WS-DBTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "COUNT-TODAY-VOLUMES" TO WS-EL-PARAGRAPH
     MOVE WS-DBTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ DbTransFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           IF TR-CODE NOT = "H" AND TR-CODE NOT = "T"
            ADD 1 TO WS-READ-COUNT
            ADD 1 TO WS-VT-TODAY(8)
            IF WS-TRANS-BATCH-ID = SPACES
             MOVE TR-BATCH-ID TO WS-TRANS-BATCH-ID
            END-IF
            PERFORM VARYING WS-VT-IDX FROM 1 BY 1
             UNTIL WS-VT-IDX > 7
             IF WS-VT-CODE(WS-VT-IDX) = TR-CODE
              ADD 1 TO WS-VT-TODAY(WS-VT-IDX)
             END-IF
            END-PERFORM
           END-IF
      END-READ
     END-PERFORM
     CLOSE DbTransFile
    END-IF.

LOAD-BATCH-ID.
    OPEN INPUT BatchIdFile
    IF WS-BATCHID-STATUS = "00"
     READ BatchIdFile
         AT END
          CONTINUE
         NOT AT END
          IF BI-RUNDATE = WS-RUN-DATE-X
           MOVE BI-BATCH-ID TO WS-BATCH-ID
          END-IF
     END-READ
     CLOSE BatchIdFile
    END-IF
    IF WS-BATCH-ID = SPACES
     MOVE WS-TRANS-BATCH-ID TO WS-BATCH-ID
    END-IF
    IF WS-BATCH-ID = SPACES
     STRING "R" WS-RUN-DATE-X DELIMITED BY SIZE INTO WS-BATCH-ID
    END-IF.

LOAD-CODE-HISTORY.
    OPEN INPUT BatchBalFile
    IF WS-BATCHBAL-STATUS = "00"
     PERFORM UNTIL WS-BATCHBAL-EOF = "Y"
      READ BatchBalFile INTO BATCH-BAL-RECORD
          AT END
           MOVE "Y" TO WS-BATCHBAL-EOF
          NOT AT END
           IF BB-PROGRAM(1:15) = "Cobol70VolGate "
              AND BB-IN-COUNT IS NUMERIC
            MOVE 0 TO WS-VT-SLOT
            PERFORM VARYING WS-VT-IDX FROM 1 BY 1
             UNTIL WS-VT-IDX > 7
             IF WS-VT-CODE(WS-VT-IDX) = BB-PROGRAM(16:1)
              MOVE WS-VT-IDX TO WS-VT-SLOT
             END-IF
            END-PERFORM
            IF WS-VT-SLOT > 0
             MOVE BB-IN-COUNT TO WS-HIST-VALUE
             PERFORM ADD-HISTORY-VALUE
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE BatchBalFile
    ELSE
     DISPLAY "NOTE: no batch balance history; code volumes "
      "have no norm yet."
    END-IF.

LOAD-TOTAL-HISTORY.
    OPEN INPUT OpsStatFile
    IF WS-OPSSTAT-STATUS = "00"
     PERFORM UNTIL WS-OPSSTAT-EOF = "Y"
      READ OpsStatFile INTO OPS-STAT-RECORD
          AT END
           MOVE "Y" TO WS-OPSSTAT-EOF
          NOT AT END
           IF OS-PROGRAM = "Cobol11DBoper"
              AND (OS-STATUS = "SUCCESS" OR OS-STATUS = "WARNING")
              AND OS-COUNT1 IS NUMERIC
            MOVE 8 TO WS-VT-SLOT
            MOVE OS-COUNT1 TO WS-HIST-VALUE
            PERFORM ADD-HISTORY-VALUE
           END-IF
      END-READ
     END-PERFORM
     CLOSE OpsStatFile
    ELSE
     DISPLAY "NOTE: no run statistics history; total volume "
      "has no norm yet."
    END-IF.

ADD-HISTORY-VALUE.
    ADD 1 TO WS-VT-NEXT(WS-VT-SLOT)
    IF WS-VT-NEXT(WS-VT-SLOT) > WS-WINDOW
     MOVE 1 TO WS-VT-NEXT(WS-VT-SLOT)
    END-IF
    MOVE WS-HIST-VALUE
     TO WS-VT-HIST(WS-VT-SLOT, WS-VT-NEXT(WS-VT-SLOT))
    IF WS-VT-HIST-N(WS-VT-SLOT) < WS-WINDOW
     ADD 1 TO WS-VT-HIST-N(WS-VT-SLOT)
    END-IF.

EVALUATE-ONE-VOLUME.
    MOVE 0 TO WS-HIST-SUM
    MOVE 0 TO WS-VT-MAX(WS-VT-IDX)
    MOVE 0 TO WS-VT-AVG(WS-VT-IDX)
    PERFORM VARYING WS-HS-IDX FROM 1 BY 1
     UNTIL WS-HS-IDX > WS-VT-HIST-N(WS-VT-IDX)
     ADD WS-VT-HIST(WS-VT-IDX, WS-HS-IDX) TO WS-HIST-SUM
     IF WS-VT-HIST(WS-VT-IDX, WS-HS-IDX) > WS-VT-MAX(WS-VT-IDX)
      MOVE WS-VT-HIST(WS-VT-IDX, WS-HS-IDX) TO WS-VT-MAX(WS-VT-IDX)
     END-IF
    END-PERFORM
    IF WS-VT-HIST-N(WS-VT-IDX) > 0
     COMPUTE WS-VT-AVG(WS-VT-IDX) ROUNDED =
      WS-HIST-SUM / WS-VT-HIST-N(WS-VT-IDX)
    END-IF
    MOVE "OK" TO WS-VT-RESULT(WS-VT-IDX)
    IF WS-VT-HIST-N(WS-VT-IDX) < WS-MIN-HIST
     MOVE "NO NORM" TO WS-VT-RESULT(WS-VT-IDX)
     ADD 1 TO WS-NO-NORM-COUNT
    ELSE
     COMPUTE WS-SCALED-TODAY = WS-VT-TODAY(WS-VT-IDX) * 100
     COMPUTE WS-SCALED-MAX = WS-VT-MAX(WS-VT-IDX) * WS-MAX-PCT
     COMPUTE WS-SCALED-AVG = WS-VT-AVG(WS-VT-IDX) * WS-AVG-PCT
     COMPUTE WS-SCALED-LOW = WS-VT-AVG(WS-VT-IDX) * WS-LOW-PCT
     IF WS-VT-TODAY(WS-VT-IDX) > WS-FLOOR
        AND (WS-SCALED-TODAY > WS-SCALED-MAX
             OR WS-SCALED-TODAY > WS-SCALED-AVG)
      MOVE "HIGH" TO WS-VT-RESULT(WS-VT-IDX)
      ADD 1 TO WS-OUT-OF-TOL
     ELSE
      IF WS-LOW-PCT > 0
         AND WS-VT-AVG(WS-VT-IDX) > WS-FLOOR
         AND WS-SCALED-TODAY < WS-SCALED-LOW
       MOVE "LOW" TO WS-VT-RESULT(WS-VT-IDX)
       ADD 1 TO WS-OUT-OF-TOL
      END-IF
     END-IF
    END-IF.

LOAD-RELEASE-CARDS.
    OPEN INPUT VolOvrdFile
    IF WS-VOLOVRD-STATUS = "00"
     PERFORM UNTIL WS-VOLOVRD-EOF = "Y"
      READ VolOvrdFile
       AT END
        MOVE "Y" TO WS-VOLOVRD-EOF
       NOT AT END
        MOVE SPACES TO WS-OVR-KEYWORD
        MOVE SPACES TO WS-OVR-BATCH-ID
        UNSTRING VOL-OVRD-RECORD DELIMITED BY ALL " "
         INTO WS-OVR-KEYWORD WS-OVR-BATCH-ID
        END-UNSTRING
        IF WS-OVR-KEYWORD = "RELEASE"
           AND WS-OVR-COUNT < 20
         ADD 1 TO WS-OVR-COUNT
         MOVE WS-OVR-BATCH-ID TO WS-OV-BATCH-ID(WS-OVR-COUNT)
        END-IF
      END-READ
     END-PERFORM
     CLOSE VolOvrdFile
    END-IF.

WRITE-GATE-REPORT.
    OPEN OUTPUT VolRptFile
    IF WS-VOLRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open VolRptFile, status "
      WS-VOLRPT-STATUS
     MOVE "WRITE-GATE-REPORT" TO WS-EL-PARAGRAPH
     MOVE WS-VOLRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     IF RETURN-CODE < 8
      MOVE 8 TO RETURN-CODE
     END-IF
    ELSE
     MOVE SPACES TO VOL-RPT-RECORD
     STRING "TRANSACTION VOLUME GATE " WS-RUN-DATE-X
            " BATCH " WS-BATCH-ID
      DELIMITED BY SIZE INTO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     MOVE SPACES TO VOL-RPT-RECORD
     STRING "TOLERANCE: HIGH ABOVE " WS-MAX-PCT "% OF MAXIMUM OR "
            WS-AVG-PCT "% OF AVERAGE, LOW BELOW " WS-LOW-PCT
            "% OF AVERAGE, FLOOR " WS-FLOOR ", LAST " WS-WINDOW
            " RUNS, MINIMUM " WS-MIN-HIST
      DELIMITED BY SIZE INTO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     MOVE SPACES TO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     MOVE "CODE    TODAY  MIX%    AVERAGE  MIX%    MAXIMUM  RUNS RESULT"
      TO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     PERFORM VARYING WS-VT-IDX FROM 1 BY 1 UNTIL WS-VT-IDX > 8
      PERFORM WRITE-VOLUME-LINE
     END-PERFORM
     MOVE SPACES TO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     MOVE SPACES TO VOL-RPT-RECORD
     STRING "DECISION: " WS-DECISION
      DELIMITED BY SIZE INTO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     MOVE SPACES TO VOL-RPT-RECORD
     STRING "TRL RECORDCOUNT=" WS-READ-COUNT
            " OUTOFTOLERANCE=" WS-OUT-OF-TOL
      DELIMITED BY SIZE INTO VOL-RPT-RECORD
     WRITE VOL-RPT-RECORD
     CLOSE VolRptFile
    END-IF.

WRITE-VOLUME-LINE.
    MOVE 0 TO WS-TODAY-MIX
    MOVE 0 TO WS-NORM-MIX
    IF WS-VT-TODAY(8) > 0
     COMPUTE WS-TODAY-MIX ROUNDED =
      WS-VT-TODAY(WS-VT-IDX) * 100 / WS-VT-TODAY(8)
    END-IF
    IF WS-VT-AVG(8) > 0
     COMPUTE WS-NORM-MIX ROUNDED =
      WS-VT-AVG(WS-VT-IDX) * 100 / WS-VT-AVG(8)
    END-IF
    MOVE SPACES TO VOL-RPT-RECORD
    STRING WS-VT-LABEL(WS-VT-IDX) "  " WS-VT-TODAY(WS-VT-IDX) "  "
           WS-TODAY-MIX "  " WS-VT-AVG(WS-VT-IDX) "  " WS-NORM-MIX
           "  " WS-VT-MAX(WS-VT-IDX) "  " WS-VT-HIST-N(WS-VT-IDX)
           "   " WS-VT-RESULT(WS-VT-IDX)
     DELIMITED BY SIZE INTO VOL-RPT-RECORD
    WRITE VOL-RPT-RECORD.

WRITE-BATCH-BALANCE.
    OPEN EXTEND BatchBalFile
    IF WS-BATCHBAL-STATUS NOT = "00"
     OPEN OUTPUT BatchBalFile
    END-IF
    IF WS-BATCHBAL-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open batch balance file, status "
      WS-BATCHBAL-STATUS
     MOVE "WRITE-BATCH-BAL" TO WS-EL-PARAGRAPH
     MOVE WS-BATCHBAL-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    ELSE
     PERFORM VARYING WS-VT-IDX FROM 1 BY 1
      UNTIL WS-VT-IDX > 7 OR WS-RELEASED = "Y"
      MOVE WS-RUN-DATE TO BB-RUNDATE
      MOVE SPACES TO BB-PROGRAM
      STRING "Cobol70VolGate " WS-VT-CODE(WS-VT-IDX)
       DELIMITED BY SIZE INTO BB-PROGRAM
      MOVE WS-VT-TODAY(WS-VT-IDX) TO BB-IN-COUNT
      MOVE WS-VT-TODAY(WS-VT-IDX) TO BB-OUT-COUNT
      MOVE 0 TO BB-REJECT-COUNT
      WRITE BATCH-BAL-RECORD
     END-PERFORM
     MOVE WS-RUN-DATE TO BB-RUNDATE
     MOVE "Cobol70VolGate" TO BB-PROGRAM
     MOVE WS-READ-COUNT TO BB-IN-COUNT
     MOVE WS-READ-COUNT TO BB-OUT-COUNT
     MOVE 0 TO BB-REJECT-COUNT
     WRITE BATCH-BAL-RECORD
     CLOSE BatchBalFile
    END-IF.

LOG-ERROR.
    MOVE "Cobol70VolGate" TO EL-PROGRAM
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
    MOVE "Cobol70VolGate" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    IF RETURN-CODE = 16
     MOVE "HELD" TO OS-STATUS
    END-IF
    MOVE WS-READ-COUNT TO OS-COUNT1
    MOVE WS-OUT-OF-TOL TO OS-COUNT2
    MOVE WS-NO-NORM-COUNT TO OS-COUNT3
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
            WHEN "DBTRANSFILE"
             MOVE FP-VALUE TO WS-DBTRANS-FILENAME
            WHEN "VOLGATERPTFILE"
             MOVE FP-VALUE TO WS-VOLRPT-FILENAME
            WHEN "VOLGATEOVRDFILE"
             MOVE FP-VALUE TO WS-VOLOVRD-FILENAME
            WHEN "VOLGATEWINDOW"
             IF FP-VALUE(1:2) IS NUMERIC
              MOVE FP-VALUE(1:2) TO WS-WINDOW
             END-IF
            WHEN "VOLGATEMAXPCT"
             IF FP-VALUE(1:4) IS NUMERIC
              MOVE FP-VALUE(1:4) TO WS-MAX-PCT
             END-IF
            WHEN "VOLGATEAVGPCT"
             IF FP-VALUE(1:4) IS NUMERIC
              MOVE FP-VALUE(1:4) TO WS-AVG-PCT
             END-IF
            WHEN "VOLGATELOWPCT"
             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-LOW-PCT
             END-IF
            WHEN "VOLGATEFLOOR"
             IF FP-VALUE(1:7) IS NUMERIC
              MOVE FP-VALUE(1:7) TO WS-FLOOR
             END-IF
            WHEN "VOLGATEMINHIST"
             IF FP-VALUE(1:2) IS NUMERIC
              MOVE FP-VALUE(1:2) TO WS-MIN-HIST
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
