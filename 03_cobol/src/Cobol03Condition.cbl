    SELECT RosterRejectFile ASSIGN TO DYNAMIC WS-ROSTREJ-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ROSTREJ-STATUS.
    SELECT RelationFile ASSIGN TO DYNAMIC WS-RELATION-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS RR-KEY
     ALTERNATE RECORD KEY IS RR-REV-KEY
     FILE STATUS IS WS-RR-STATUS.
    SELECT GuardianRptFile ASSIGN TO DYNAMIC WS-GUARDRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-GUARDRPT-STATUS.
    SELECT ClassHistFile ASSIGN TO DYNAMIC WS-CLASSHIST-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CH-KEY
     FILE STATUS IS WS-CH-STATUS.
    SELECT TierTransFile ASSIGN TO DYNAMIC WS-TIERTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-TIERTRANS-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
FD RosterRejectFile.
01 ROSTER-REJECT-RECORD PIC X(160).

FD RelationFile.
01 RELATION-RECORD.
    COPY RELREC.

FD GuardianRptFile.
01 GUARDIAN-RPT-RECORD PIC X(100).

FD ClassHistFile.
01 CLASS-HIST-RECORD.
    COPY CLASSHIST.

FD TierTransFile.
01 TIER-TRANS-RECORD PIC X(100).

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
01 WS-REJECT-TEXT   PIC X(30).
01 WS-REJECT-LIMIT-PCT PIC 9(3) VALUE 10.
01 WS-REJECT-PCT    PIC 9(3)V99 VALUE 0.
01 WS-RELATION-FILENAME PIC X(40) VALUE "reldb.dat".
01 WS-RR-STATUS     PIC X(02).
01 WS-RR-SCAN-DONE  PIC X VALUE "N".
01 WS-RELATION-AVAILABLE PIC X VALUE "N".
01 WS-GUARDRPT-FILENAME PIC X(40) VALUE "guardrpt.txt".
01 WS-GUARDRPT-STATUS PIC X(02).
01 WS-GUARDIAN-FOUND PIC X VALUE "N".
01 WS-NO-GUARDIAN-COUNT PIC 9(7) VALUE 0.
01 WS-CLASSHIST-FILENAME PIC X(40) VALUE "classhist.dat".
01 WS-CH-STATUS     PIC X(02).
01 WS-CH-SCAN-DONE  PIC X VALUE "N".
01 WS-CH-RUN-ON-FILE PIC X VALUE "N".
01 WS-TIERTRANS-FILENAME PIC X(40) VALUE "tiertrans.txt".
01 WS-TIERTRANS-STATUS PIC X(02).
01 WS-AGE-TIER      PIC X(10).
01 WS-PRIOR-FOUND   PIC X VALUE "N".
01 WS-PRIOR-TIER    PIC X(10).
01 WS-PRIOR-OVR     PIC X.
01 WS-PRIOR-DATE    PIC 9(8).
01 WS-TRANS-CAUSE   PIC X(9).
01 WS-CH-WRITE-COUNT PIC 9(7) VALUE 0.
01 WS-CH-REWRITE-COUNT PIC 9(7) VALUE 0.
01 WS-FIRST-CLASS-COUNT PIC 9(7) VALUE 0.
01 WS-TRANSITION-COUNT PIC 9(7) VALUE 0.
01 WS-TRANS-OVR-COUNT PIC 9(7) VALUE 0.
01 WS-TT-IDX        PIC 9(2) VALUE 0.
01 WS-TT-FOUND      PIC X VALUE "N".
01 WS-TRANS-TYPE-TABLE.
    05 WS-TT-COUNT     PIC 9(2) VALUE 0.
    05 WS-TT-ENTRY OCCURS 30 TIMES.
        10 WS-TT-OLD       PIC X(10).
        10 WS-TT-NEW       PIC X(10).
        10 WS-TT-TOTAL     PIC 9(7).

01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 9.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ROSTERFILE     NN".
        10 FILLER PIC X(17) VALUE "CLASSFILE      NN".
        10 FILLER PIC X(17) VALUE "ROSTREJECTFILE NN".
        10 FILLER PIC X(17) VALUE "ROSTREJECTPCT  NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "GUARDRPTFILE   NN".
        10 FILLER PIC X(17) VALUE "CLASSHISTFILE  NN".
        10 FILLER PIC X(17) VALUE "TIERTRANSFILE  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 9 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN OUTPUT GuardianRptFile
    IF WS-GUARDRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open GuardianRptFile, status "
      WS-GUARDRPT-STATUS
     MOVE 8 TO RETURN-CODE
     CLOSE RosterFile
     CLOSE ClassificationFile
     CLOSE RosterRejectFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN I-O ClassHistFile
    IF WS-CH-STATUS = "35"
     OPEN OUTPUT ClassHistFile
     CLOSE ClassHistFile
     OPEN I-O ClassHistFile
    END-IF
    IF WS-CH-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ClassHistFile, status "
      WS-CH-STATUS
     MOVE 8 TO RETURN-CODE
     CLOSE RosterFile
     CLOSE ClassificationFile
     CLOSE RosterRejectFile
     CLOSE GuardianRptFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN OUTPUT TierTransFile
    IF WS-TIERTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open TierTransFile, status "
      WS-TIERTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     CLOSE RosterFile
     CLOSE ClassificationFile
     CLOSE RosterRejectFile
     CLOSE GuardianRptFile
     CLOSE ClassHistFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN INPUT RelationFile
    IF WS-RR-STATUS = "00"
     MOVE "Y" TO WS-RELATION-AVAILABLE
    ELSE
     DISPLAY "NOTE: no relationship file; no guardian links on record."
    END-IF
    PERFORM WRITE-GUARDIAN-HEADER
    PERFORM WRITE-TRANSITION-HEADER
    PERFORM UNTIL WS-EndOfFile = "Y"
     READ RosterFile INTO ROSTER-RECORD
         AT END
     END-READ
    END-PERFORM
    PERFORM WRITE-SUMMARY-PAGE
    PERFORM WRITE-GUARDIAN-TRAILER
    PERFORM WRITE-TRANSITION-TRAILER
    CLOSE RosterFile
    CLOSE ClassificationFile
    CLOSE RosterRejectFile
    CLOSE GuardianRptFile
    CLOSE ClassHistFile
    CLOSE TierTransFile
    IF WS-RELATION-AVAILABLE = "Y"
     CLOSE RelationFile
    END-IF.

    IF WS-ACCEPT-COUNT + WS-REJECT-COUNT > 0
     COMPUTE WS-REJECT-PCT ROUNDED =

    DISPLAY "Roster records accepted: " WS-ACCEPT-COUNT
    DISPLAY "Roster records rejected: " WS-REJECT-COUNT
    DISPLAY "Child/Teen without active guardian: " WS-NO-GUARDIAN-COUNT
    DISPLAY "Classification history written: " WS-CH-WRITE-COUNT
     " replaced: " WS-CH-REWRITE-COUNT
    DISPLAY "Tier transitions: " WS-TRANSITION-COUNT
     " caused by override: " WS-TRANS-OVR-COUNT

    PERFORM WRITE-OPS-STAT.

             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-REJECT-LIMIT-PCT
             END-IF
            WHEN "RELATIONFILE"
             MOVE FP-VALUE TO WS-RELATION-FILENAME
            WHEN "GUARDRPTFILE"
             MOVE FP-VALUE TO WS-GUARDRPT-FILENAME
            WHEN "CLASSHISTFILE"
             MOVE FP-VALUE TO WS-CLASSHIST-FILENAME
            WHEN "TIERTRANSFILE"
             MOVE FP-VALUE TO WS-TIERTRANS-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
     MOVE RS-AGE TO AGE
    END-IF
    PERFORM CLASSIFY-AGE
    MOVE RESULT TO WS-AGE-TIER
    PERFORM CHECK-TIER-OVERRIDE
    PERFORM ACCUMULATE-TIER-STATS
    IF WS-OVR-APPLIED = "Y"
     MOVE "*OVR" TO CLASSIFICATION-RECORD(32:4)
     MOVE WS-OVR-REF TO CLASSIFICATION-RECORD(37:12)
    END-IF
    WRITE CLASSIFICATION-RECORD
    PERFORM FIND-PRIOR-CLASSIFICATION
    PERFORM CHECK-TIER-TRANSITION
    PERFORM SAVE-CLASS-HISTORY
    IF RESULT = "Child" OR RESULT = "Teen"
     PERFORM CHECK-GUARDIAN-LINK
    END-IF.

FIND-PRIOR-CLASSIFICATION.
    MOVE "N" TO WS-PRIOR-FOUND
    MOVE "N" TO WS-CH-RUN-ON-FILE
    MOVE SPACES TO WS-PRIOR-TIER
    MOVE "N" TO WS-PRIOR-OVR
    MOVE 0 TO WS-PRIOR-DATE
    MOVE RS-ID TO CH-ID
    COMPUTE CH-DATE-DESC = 99999999 - WS-RUN-DATE
    START ClassHistFile KEY IS NOT LESS THAN CH-KEY
    END-START
    IF WS-CH-STATUS = "00"
     MOVE "N" TO WS-CH-SCAN-DONE
     PERFORM UNTIL WS-CH-SCAN-DONE = "Y"
      READ ClassHistFile NEXT RECORD
       AT END
        MOVE "Y" TO WS-CH-SCAN-DONE
       NOT AT END
        IF CH-ID NOT = RS-ID
         MOVE "Y" TO WS-CH-SCAN-DONE
        ELSE
         IF CH-RUN-DATE = WS-RUN-DATE
          MOVE "Y" TO WS-CH-RUN-ON-FILE
         ELSE
          MOVE "Y" TO WS-PRIOR-FOUND
          MOVE CH-TIER TO WS-PRIOR-TIER
          MOVE CH-OVR-FLAG TO WS-PRIOR-OVR
          MOVE CH-RUN-DATE TO WS-PRIOR-DATE
          MOVE "Y" TO WS-CH-SCAN-DONE
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF.

CHECK-TIER-TRANSITION.
    IF WS-PRIOR-FOUND = "N"
     ADD 1 TO WS-FIRST-CLASS-COUNT
    ELSE
     IF WS-PRIOR-TIER NOT = RESULT(1:10)
      ADD 1 TO WS-TRANSITION-COUNT
      IF WS-OVR-APPLIED = "Y" AND WS-AGE-TIER NOT = RESULT(1:10)
       MOVE "OVERRIDE" TO WS-TRANS-CAUSE
      ELSE
       IF WS-PRIOR-OVR = "Y"
        MOVE "OVR ENDED" TO WS-TRANS-CAUSE
       ELSE
        MOVE "AGE" TO WS-TRANS-CAUSE
       END-IF
      END-IF
      IF WS-TRANS-CAUSE NOT = "AGE"
       ADD 1 TO WS-TRANS-OVR-COUNT
      END-IF
      MOVE SPACES TO TIER-TRANS-RECORD
      STRING RS-ID " " WS-PRIOR-TIER " -> " RESULT(1:10)
             " LAST=" WS-PRIOR-DATE " AGE=" AGE
             " CAUSE=" WS-TRANS-CAUSE " REF=" WS-OVR-REF
       DELIMITED BY SIZE INTO TIER-TRANS-RECORD
      WRITE TIER-TRANS-RECORD
      PERFORM COUNT-TRANSITION-TYPE
     END-IF
    END-IF.

COUNT-TRANSITION-TYPE.
    MOVE "N" TO WS-TT-FOUND
    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
     UNTIL WS-TT-IDX > WS-TT-COUNT OR WS-TT-FOUND = "Y"
     IF WS-TT-OLD(WS-TT-IDX) = WS-PRIOR-TIER
        AND WS-TT-NEW(WS-TT-IDX) = RESULT(1:10)
      ADD 1 TO WS-TT-TOTAL(WS-TT-IDX)
      MOVE "Y" TO WS-TT-FOUND
     END-IF
    END-PERFORM
    IF WS-TT-FOUND = "N"
     IF WS-TT-COUNT < 30
      ADD 1 TO WS-TT-COUNT
      MOVE WS-PRIOR-TIER TO WS-TT-OLD(WS-TT-COUNT)
      MOVE RESULT(1:10) TO WS-TT-NEW(WS-TT-COUNT)
      MOVE 1 TO WS-TT-TOTAL(WS-TT-COUNT)
     ELSE
      DISPLAY "ERROR: more than 30 transition types; not all counted."
     END-IF
    END-IF.

SAVE-CLASS-HISTORY.
    MOVE RS-ID TO CH-ID
    COMPUTE CH-DATE-DESC = 99999999 - WS-RUN-DATE
    MOVE WS-RUN-DATE TO CH-RUN-DATE
    MOVE AGE TO CH-AGE
    MOVE RESULT(1:10) TO CH-TIER
    MOVE WS-AGE-TIER TO CH-AGE-TIER
    MOVE WS-OVR-APPLIED TO CH-OVR-FLAG
    MOVE WS-OVR-REF TO CH-OVR-REF
    IF WS-CH-RUN-ON-FILE = "Y"
     REWRITE CLASS-HIST-RECORD
     IF WS-CH-STATUS = "00"
      ADD 1 TO WS-CH-REWRITE-COUNT
     END-IF
    ELSE
     WRITE CLASS-HIST-RECORD
     IF WS-CH-STATUS = "00"
      ADD 1 TO WS-CH-WRITE-COUNT
     END-IF
    END-IF
    IF WS-CH-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on ClassHistFile, ID " RS-ID
      " status " WS-CH-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-TRANSITION-HEADER.
    MOVE SPACES TO TIER-TRANS-RECORD
    STRING "TIER TRANSITIONS " WS-RUN-DATE
     DELIMITED BY SIZE INTO TIER-TRANS-RECORD
    WRITE TIER-TRANS-RECORD.

WRITE-TRANSITION-TRAILER.
    MOVE SPACES TO TIER-TRANS-RECORD
    WRITE TIER-TRANS-RECORD
    MOVE SPACES TO TIER-TRANS-RECORD
    MOVE "COUNTS BY TRANSITION TYPE" TO TIER-TRANS-RECORD
    WRITE TIER-TRANS-RECORD
    PERFORM VARYING WS-TT-IDX FROM 1 BY 1
     UNTIL WS-TT-IDX > WS-TT-COUNT
     MOVE SPACES TO TIER-TRANS-RECORD
     STRING WS-TT-OLD(WS-TT-IDX) " -> " WS-TT-NEW(WS-TT-IDX)
            " " WS-TT-TOTAL(WS-TT-IDX)
      DELIMITED BY SIZE INTO TIER-TRANS-RECORD
     WRITE TIER-TRANS-RECORD
    END-PERFORM
    MOVE SPACES TO TIER-TRANS-RECORD
    STRING "TOTAL TRANSITIONS: " WS-TRANSITION-COUNT
           " CAUSED BY OVERRIDE: " WS-TRANS-OVR-COUNT
           " FIRST CLASSIFIED: " WS-FIRST-CLASS-COUNT
     DELIMITED BY SIZE INTO TIER-TRANS-RECORD
    WRITE TIER-TRANS-RECORD.

CHECK-GUARDIAN-LINK.
    MOVE "N" TO WS-GUARDIAN-FOUND
    IF WS-RELATION-AVAILABLE = "Y"
     MOVE RS-ID TO RR-ID
     MOVE 0 TO RR-REL-ID
     START RelationFile KEY IS NOT LESS THAN RR-KEY
     END-START
     IF WS-RR-STATUS = "00"
      MOVE "N" TO WS-RR-SCAN-DONE
      PERFORM UNTIL WS-RR-SCAN-DONE = "Y"
       READ RelationFile NEXT RECORD
        AT END
         MOVE "Y" TO WS-RR-SCAN-DONE
        NOT AT END
         IF RR-ID NOT = RS-ID
          MOVE "Y" TO WS-RR-SCAN-DONE
         ELSE
          IF RR-GUARDIAN AND RR-ACTIVE
             AND RR-EFF-DATE <= WS-RUN-DATE
             AND (RR-END-DATE = 0 OR RR-END-DATE > WS-RUN-DATE)
           MOVE "Y" TO WS-GUARDIAN-FOUND
           MOVE "Y" TO WS-RR-SCAN-DONE
          END-IF
         END-IF
       END-READ
      END-PERFORM
     END-IF
    END-IF
    IF WS-RELATION-AVAILABLE = "Y" AND WS-GUARDIAN-FOUND = "N"
     MOVE RS-ID TO RR-REV-REL-ID
     MOVE 0 TO RR-REV-ID
     START RelationFile KEY IS NOT LESS THAN RR-REV-KEY
     END-START
     IF WS-RR-STATUS = "00"
      MOVE "N" TO WS-RR-SCAN-DONE
      PERFORM UNTIL WS-RR-SCAN-DONE = "Y"
       READ RelationFile NEXT RECORD
        AT END
         MOVE "Y" TO WS-RR-SCAN-DONE
        NOT AT END
         IF RR-REV-REL-ID NOT = RS-ID
          MOVE "Y" TO WS-RR-SCAN-DONE
         ELSE
          IF RR-DEPENDENT AND RR-ACTIVE
             AND RR-EFF-DATE <= WS-RUN-DATE
             AND (RR-END-DATE = 0 OR RR-END-DATE > WS-RUN-DATE)
           MOVE "Y" TO WS-GUARDIAN-FOUND
           MOVE "Y" TO WS-RR-SCAN-DONE
          END-IF
         END-IF
       END-READ
      END-PERFORM
     END-IF
    END-IF
    IF WS-GUARDIAN-FOUND = "N"
     ADD 1 TO WS-NO-GUARDIAN-COUNT
     MOVE SPACES TO GUARDIAN-RPT-RECORD
     STRING "NO ACTIVE GUARDIAN ID=" RS-ID
            " NAME=" RS-NAME
            " AGE=" AGE
            " CATEGORY=" RESULT(1:10)
      DELIMITED BY SIZE INTO GUARDIAN-RPT-RECORD
     WRITE GUARDIAN-RPT-RECORD
    END-IF.

WRITE-GUARDIAN-HEADER.
    MOVE SPACES TO GUARDIAN-RPT-RECORD
    STRING "GUARDIAN LINK EXCEPTIONS " WS-RUN-DATE
     DELIMITED BY SIZE INTO GUARDIAN-RPT-RECORD
    WRITE GUARDIAN-RPT-RECORD.

WRITE-GUARDIAN-TRAILER.
    MOVE SPACES TO GUARDIAN-RPT-RECORD
    STRING "TOTAL CHILD/TEEN WITHOUT ACTIVE GUARDIAN: "
           WS-NO-GUARDIAN-COUNT
     DELIMITED BY SIZE INTO GUARDIAN-RPT-RECORD
    WRITE GUARDIAN-RPT-RECORD.

ACCUMULATE-TIER-STATS.
    EVALUATE RESULT
           " EXPIRED OVERRIDES DROPPED: " WS-OVR-EXPIRED-COUNT
     DELIMITED BY SIZE INTO CLASSIFICATION-RECORD
    WRITE CLASSIFICATION-RECORD
    MOVE SPACES TO CLASSIFICATION-RECORD
    STRING "CHILD/TEEN WITHOUT ACTIVE GUARDIAN: " WS-NO-GUARDIAN-COUNT
     DELIMITED BY SIZE INTO CLASSIFICATION-RECORD
    WRITE CLASSIFICATION-RECORD
    MOVE SPACES TO CLASSIFICATION-RECORD
    STRING "TIER TRANSITIONS: " WS-TRANSITION-COUNT
           " CAUSED BY OVERRIDE: " WS-TRANS-OVR-COUNT
     DELIMITED BY SIZE INTO CLASSIFICATION-RECORD
    WRITE CLASSIFICATION-RECORD
    IF WS-PERSON-COUNT > 0
     COMPUTE WS-AVG-AGE ROUNDED = WS-AGE-SUM / WS-PERSON-COUNT
     MOVE SPACES TO CLASSIFICATION-RECORD
