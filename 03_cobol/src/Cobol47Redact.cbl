    SELECT RedactLogFile ASSIGN TO DYNAMIC WS-REDACTLOG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-REDACTLOG-STATUS.
    SELECT LegalHoldFile ASSIGN TO DYNAMIC WS-LEGALHOLD-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS LH-KEY
     FILE STATUS IS WS-LH-STATUS.
    SELECT HoldBlockFile ASSIGN TO "holdblock.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLDBLOCK-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
FD RedactLogFile.
01 REDACT-LOG-RECORD PIC X(100).

FD LegalHoldFile.
01 LEGAL-HOLD-RECORD.
    COPY LEGALHOLD.

FD HoldBlockFile.
01 HOLD-BLOCK-RECORD.
    COPY HOLDBLOCK.

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
01 WS-ARCH-IDX         PIC 9(3) VALUE 0.
01 WS-REDACT-MARK      PIC X(10) VALUE "*REDACTED*".

01 WS-LEGALHOLD-FILENAME PIC X(40) VALUE "legalhold.dat".
01 WS-LH-STATUS        PIC X(02).
01 WS-HOLDBLOCK-STATUS PIC X(02).
01 WS-HOLD-EOF         PIC X VALUE "N".
01 WS-HOLD-AVAILABLE   PIC X VALUE "N".
01 WS-HOLD-RUN-STAMP   PIC X(14).
01 WS-HOLD-CHECK-ID    PIC 9(07) VALUE 0.
01 WS-HOLD-IDX         PIC 9(4) VALUE 0.
01 WS-HOLD-FOUND       PIC 9(4) VALUE 0.
01 WS-HOLD-ACTION      PIC X(08).
01 WS-HOLD-DETAIL      PIC X(40).
01 WS-HOLD-BLOCK-COUNT PIC 9(7) VALUE 0.
01 WS-HOLD-TABLE.
    05 WS-HOLD-COUNT   PIC 9(4) VALUE 0.
    05 WS-HOLD-ENTRY OCCURS 2000 TIMES.
        10 WS-HOLD-ID  PIC 9(07).
        10 WS-HOLD-REF PIC X(12).
01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
    05 WS-OPS-START-MM PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "PURGERPTFILE   NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "REDACTLOGFILE  NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     GOBACK
    END-IF

    PERFORM LOAD-LEGAL-HOLDS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: legal hold register unreadable."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-PURGED-IDS
    PERFORM WRITE-HOLD-RUN-MARK
    IF WS-HOLD-BLOCK-COUNT > 0
     DISPLAY "Purged IDs held back by legal hold: "
      WS-HOLD-BLOCK-COUNT
    END-IF
    IF WS-ID-COUNT = 0
     DISPLAY "No purged IDs on the purge report; nothing to redact."
     PERFORM WRITE-OPS-STAT
       NOT AT END
        IF PURGE-RPT-RECORD(1:12) = "ARCHIVED ID="
           AND PURGE-RPT-RECORD(13:7) IS NUMERIC
         MOVE PURGE-RPT-RECORD(13:7) TO WS-HOLD-CHECK-ID
         PERFORM FIND-LEGAL-HOLD
         IF WS-HOLD-FOUND > 0
          MOVE "REDACT" TO WS-HOLD-ACTION
          MOVE "ARCHIVED AUDIT ENTRIES NOT REDACTED"
           TO WS-HOLD-DETAIL
          PERFORM WRITE-HOLD-BLOCK
          DISPLAY "NOTE: ID " WS-HOLD-CHECK-ID
           " under legal hold "
           FUNCTION TRIM(WS-HOLD-REF(WS-HOLD-FOUND))
           "; audit entries left as recorded."
         ELSE
          IF WS-ID-COUNT < 5000
           ADD 1 TO WS-ID-COUNT
           MOVE PURGE-RPT-RECORD(13:7)
            TO WS-ID-ENTRY(WS-ID-COUNT)
          ELSE
           DISPLAY "ERROR: more than 5000 IDs on the purge report."
           MOVE 8 TO RETURN-CODE
           MOVE "Y" TO WS-RPT-EOF
          END-IF
         END-IF
        END-IF
      END-READ
     CLOSE RedactLogFile
    END-IF.

LOAD-LEGAL-HOLDS.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HOLD-RUN-STAMP
    OPEN INPUT LegalHoldFile
    IF WS-LH-STATUS = "35"
     DISPLAY "NOTE: no legal hold register; no holds in force."
    ELSE
     IF WS-LH-STATUS NOT = "00"
      DISPLAY "ERROR: unable to open legal hold register, status "
       WS-LH-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "LOAD-LEGAL-HOLDS" TO WS-EL-PARAGRAPH
      MOVE WS-LH-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      MOVE "Y" TO WS-HOLD-AVAILABLE
      PERFORM UNTIL WS-HOLD-EOF = "Y"
       READ LegalHoldFile
           AT END
            MOVE "Y" TO WS-HOLD-EOF
           NOT AT END
            IF LH-ACTIVE
             IF WS-HOLD-COUNT < 2000
              ADD 1 TO WS-HOLD-COUNT
              MOVE LH-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
              MOVE LH-REF TO WS-HOLD-REF(WS-HOLD-COUNT)
             ELSE
              DISPLAY "ERROR: more than 2000 active legal holds."
              MOVE 8 TO RETURN-CODE
              MOVE "Y" TO WS-HOLD-EOF
             END-IF
            END-IF
       END-READ
      END-PERFORM
      CLOSE LegalHoldFile
      DISPLAY "Active legal holds: " WS-HOLD-COUNT
     END-IF
    END-IF.

FIND-LEGAL-HOLD.
    MOVE 0 TO WS-HOLD-FOUND
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
     UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR WS-HOLD-FOUND > 0
     IF WS-HOLD-ID(WS-HOLD-IDX) = WS-HOLD-CHECK-ID
      MOVE WS-HOLD-IDX TO WS-HOLD-FOUND
     END-IF
    END-PERFORM.

WRITE-HOLD-BLOCK.
    MOVE SPACES TO HOLD-BLOCK-RECORD
    MOVE WS-HOLD-RUN-STAMP TO HB-RUN-STAMP
    MOVE "Cobol47Redact" TO HB-PROGRAM
    MOVE WS-HOLD-CHECK-ID TO HB-ID
    IF WS-HOLD-FOUND > 0
     MOVE WS-HOLD-REF(WS-HOLD-FOUND) TO HB-REF
    END-IF
    MOVE WS-HOLD-ACTION TO HB-ACTION
    MOVE WS-HOLD-DETAIL TO HB-DETAIL
    OPEN EXTEND HoldBlockFile
    IF WS-HOLDBLOCK-STATUS NOT = "00"
     OPEN OUTPUT HoldBlockFile
    END-IF
    WRITE HOLD-BLOCK-RECORD
    CLOSE HoldBlockFile
    IF WS-HOLD-ACTION NOT = "RUN"
     ADD 1 TO WS-HOLD-BLOCK-COUNT
    END-IF.

WRITE-HOLD-RUN-MARK.
    IF WS-HOLD-AVAILABLE = "Y"
     MOVE 0 TO WS-HOLD-CHECK-ID
     MOVE 0 TO WS-HOLD-FOUND
     MOVE "RUN" TO WS-HOLD-ACTION
     MOVE SPACES TO WS-HOLD-DETAIL
     STRING "BLOCKED=" WS-HOLD-BLOCK-COUNT
      DELIMITED BY SIZE INTO WS-HOLD-DETAIL
     PERFORM WRITE-HOLD-BLOCK
    END-IF.

LOG-ERROR.
    MOVE "Cobol47Redact" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "REDACTLOGFILE"
             MOVE FP-VALUE TO WS-REDACTLOG-FILENAME
            WHEN "LEGALHOLDFILE"
             MOVE FP-VALUE TO WS-LEGALHOLD-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
