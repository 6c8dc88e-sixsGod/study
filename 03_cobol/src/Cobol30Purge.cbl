     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT RelationFile ASSIGN TO DYNAMIC WS-RELATION-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS RR-KEY
     ALTERNATE RECORD KEY IS RR-REV-KEY
     FILE STATUS IS WS-RR-STATUS.
    SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT RunLockFile ASSIGN TO "runlock.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUNLOCK-STATUS.
    SELECT LegalHoldFile ASSIGN TO DYNAMIC WS-LEGALHOLD-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS LH-KEY
     FILE STATUS IS WS-LH-STATUS.
    SELECT HoldBlockFile ASSIGN TO "holdblock.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLDBLOCK-STATUS.
    SELECT PhonIdxFile ASSIGN TO DYNAMIC WS-PHONIDX-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS PX-KEY
     FILE STATUS IS WS-PX-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD RelationFile.
01 RELATION-RECORD.
    COPY RELREC.

FD ArchiveFile.
01 ARCHIVE-RECORD PIC X(130).

01 RUN-LOCK-RECORD.
    COPY RUNLOCK.

FD LegalHoldFile.
01 LEGAL-HOLD-RECORD.
    COPY LEGALHOLD.

FD HoldBlockFile.
01 HOLD-BLOCK-RECORD.
    COPY HOLDBLOCK.

FD PhonIdxFile.
01 PHON-IDX-RECORD.
    COPY PHONIDX.

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-PURGE-COUNT      PIC 9(7) VALUE 0.
01 WS-KEPT-COUNT       PIC 9(7) VALUE 0.
01 WS-HELD-COUNT       PIC 9(7) VALUE 0.
01 WS-QUALIFIES        PIC X VALUE "N".
01 WS-CRIT-PRESENT     PIC X VALUE "N".
01 WS-CRIT-STATUS      PIC X(01) VALUE SPACE.
01 WS-CT-SCAN-DONE     PIC X VALUE "N".
01 WS-CT-PURGE-COUNT   PIC 9(7) VALUE 0.
01 WS-CONTACT-AVAILABLE PIC X VALUE "N".
01 WS-RELATION-FILENAME PIC X(40) VALUE "reldb.dat".
01 WS-RR-STATUS        PIC X(02).
01 WS-RR-SCAN-DONE     PIC X VALUE "N".
01 WS-RR-PURGE-COUNT   PIC 9(7) VALUE 0.
01 WS-RELATION-AVAILABLE PIC X VALUE "N".
01 WS-ARCHCAT-FILENAME PIC X(40) VALUE "archcat.dat".
01 WS-ARCHCAT-STATUS   PIC X(02).
01 WS-AUDITSEQ-STATUS  PIC X(02).
01 WS-AUDIT-WRITTEN    PIC 9(07) VALUE 0.
01 WS-BLANK-NAME       PIC X(20) VALUE SPACES.
01 WS-ZERO-AGE         PIC 9(03) VALUE 0.
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
01 WS-PHONIDX-FILENAME PIC X(40) VALUE "phonidx.dat".
01 WS-PX-STATUS        PIC X(02).
01 WS-PHON-AVAILABLE   PIC X VALUE "N".
01 WS-PHON-ID          PIC 9(07) VALUE 0.
01 WS-PHON-NAME        PIC X(20).
01 WS-PHON-UPPER       PIC X(20).
01 WS-PHON-CODE        PIC X(04).
01 WS-PHON-CHAR        PIC X.
01 WS-PHON-DIGIT       PIC X.
01 WS-PHON-LAST        PIC X.
01 WS-PHON-POS         PIC 9(2) VALUE 0.
01 WS-PHON-LEN         PIC 9(2) VALUE 0.
01 WS-PHON-LETTERS     PIC 9(2) VALUE 0.
01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
    05 WS-OPS-START-MM PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 10.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "ARCHCATFILE    NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "PHONIDXFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 10 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     GOBACK
    END-IF

    PERFORM LOAD-LEGAL-HOLDS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: legal hold register unreadable."
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN I-O PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     DISPLAY "NOTE: no contact file; purging person rows only."
    END-IF

    OPEN I-O RelationFile
    IF WS-RR-STATUS = "00"
     MOVE "Y" TO WS-RELATION-AVAILABLE
    ELSE
     DISPLAY "NOTE: no relationship file; no links to purge."
    END-IF

    PERFORM OPEN-PHONETIC-INDEX

    OPEN I-O ArchCatFile
    IF WS-ARCHCAT-STATUS = "35"
     OPEN OUTPUT ArchCatFile
          ADD 1 TO WS-READ-COUNT
          PERFORM TEST-PURGE-CRITERIA
          IF WS-QUALIFIES = "Y"
           MOVE DB-ID TO WS-HOLD-CHECK-ID
           PERFORM FIND-LEGAL-HOLD
           IF WS-HOLD-FOUND > 0
            PERFORM SKIP-HELD-PERSON
           ELSE
            PERFORM ARCHIVE-AND-PURGE
           END-IF
          ELSE
           ADD 1 TO WS-KEPT-COUNT
          END-IF

    PERFORM WRITE-ARCHIVE-TRAILER
    PERFORM WRITE-REPORT-TRAILER
    PERFORM WRITE-HOLD-RUN-MARK

    IF WS-AUDIT-WRITTEN > 0
     PERFORM WRITE-RUN-TRAILER
    IF WS-CONTACT-AVAILABLE = "Y"
     CLOSE ContactFile
    END-IF
    IF WS-RELATION-AVAILABLE = "Y"
     CLOSE RelationFile
    END-IF
    IF WS-PHON-AVAILABLE = "Y"
     CLOSE PhonIdxFile
    END-IF
    CLOSE ArchCatFile
    CLOSE ArchiveFile
    CLOSE PurgeRptFile
    DISPLAY "Master records read: " WS-READ-COUNT
    DISPLAY "Records archived and purged: " WS-PURGE-COUNT
    DISPLAY "Records kept: " WS-KEPT-COUNT
    DISPLAY "Records held by legal hold: " WS-HELD-COUNT
    DISPLAY "Contact rows purged: " WS-CT-PURGE-COUNT
    DISPLAY "Relationship links purged: " WS-RR-PURGE-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Archive and purge completed."
    GOBACK.
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     MOVE DB-ID TO WS-PHON-ID
     MOVE DB-NAME TO WS-PHON-NAME
     DELETE PersonFile RECORD
     IF WS-DB-STATUS = "00"
      ADD 1 TO WS-PURGE-COUNT
      PERFORM REMOVE-PHONETIC-ENTRY
      PERFORM WRITE-PURGE-AUDIT
      PERFORM WRITE-REPORT-LINE
      PERFORM WRITE-CATALOG-ENTRY
      IF WS-CONTACT-AVAILABLE = "Y"
       PERFORM PURGE-CONTACT-ROWS
      END-IF
      IF WS-RELATION-AVAILABLE = "Y"
       PERFORM PURGE-RELATION-ROWS
      END-IF
     ELSE
      DISPLAY "ERROR: delete failed for ID " DB-ID
       ", status " WS-DB-STATUS
     END-IF
    END-IF.

SKIP-HELD-PERSON.
    ADD 1 TO WS-HELD-COUNT
    PERFORM WRITE-HELD-LINE
    MOVE "PURGE" TO WS-HOLD-ACTION
    MOVE SPACES TO WS-HOLD-DETAIL
    STRING "PURGE SKIPPED, DELDATE=" DB-DEL-DATE
     DELIMITED BY SIZE INTO WS-HOLD-DETAIL
    PERFORM WRITE-HOLD-BLOCK.

WRITE-CATALOG-ENTRY.
    MOVE DB-ID TO AC-ID
    MOVE DB-NAME TO AC-NAME
     END-PERFORM
    END-IF.

PURGE-RELATION-ROWS.
    MOVE DB-ID TO RR-ID
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
        IF RR-ID NOT = DB-ID
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         PERFORM PURGE-RELATION-ROW
        END-IF
      END-READ
     END-PERFORM
    END-IF
    MOVE DB-ID TO RR-REV-REL-ID
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
        IF RR-REV-REL-ID NOT = DB-ID
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         PERFORM PURGE-RELATION-ROW
        END-IF
      END-READ
     END-PERFORM
    END-IF.

PURGE-RELATION-ROW.
    DELETE RelationFile RECORD
    IF WS-RR-STATUS = "00"
     ADD 1 TO WS-RR-PURGE-COUNT
    ELSE
     DISPLAY "ERROR: link purge failed for ID " DB-ID
      ", status " WS-RR-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "PURGE-RELATION-ROWS" TO WS-EL-PARAGRAPH
     MOVE WS-RR-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-RR-SCAN-DONE
    END-IF.

WRITE-PURGE-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO AUDIT-RECORD
     DELIMITED BY SIZE INTO PURGE-RPT-RECORD
    WRITE PURGE-RPT-RECORD.

WRITE-HELD-LINE.
    MOVE SPACES TO PURGE-RPT-RECORD
    STRING "HELD     ID=" DB-ID
           " NAME=" DB-NAME
           " STATUS=" DB-STATUS
           " DELDATE=" DB-DEL-DATE
           " HOLD=" WS-HOLD-REF(WS-HOLD-FOUND)
     DELIMITED BY SIZE INTO PURGE-RPT-RECORD
    WRITE PURGE-RPT-RECORD.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO PURGE-RPT-RECORD
    STRING "TOTAL READ=" WS-READ-COUNT
           " ARCHIVED=" WS-PURGE-COUNT
           " KEPT=" WS-KEPT-COUNT
           " HELD=" WS-HELD-COUNT
     DELIMITED BY SIZE INTO PURGE-RPT-RECORD
    WRITE PURGE-RPT-RECORD.

     MOVE "N" TO WS-LOCK-OWNED
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
    MOVE "Cobol30Purge" TO HB-PROGRAM
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

OPEN-PHONETIC-INDEX.
    OPEN I-O PhonIdxFile
    IF WS-PX-STATUS = "00"
     MOVE "Y" TO WS-PHON-AVAILABLE
    ELSE
     DISPLAY "NOTE: no phonetic index; sounds-like entries not maintained."
    END-IF.

REMOVE-PHONETIC-ENTRY.
    IF WS-PHON-AVAILABLE = "Y"
     PERFORM COMPUTE-PHONETIC-CODE
     IF WS-PHON-LEN > 0
      MOVE WS-PHON-CODE(2:3) TO PX-DIGITS
      MOVE WS-PHON-CODE(1:1) TO PX-LETTER
      MOVE WS-PHON-ID TO PX-ID
      DELETE PhonIdxFile RECORD
      IF WS-PX-STATUS NOT = "00" AND WS-PX-STATUS NOT = "23"
       DISPLAY "WARNING: phonetic index entry not removed for ID "
        WS-PHON-ID ", status " WS-PX-STATUS
       MOVE "REMOVE-PHONETIC-ENT" TO WS-EL-PARAGRAPH
       MOVE WS-PX-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       IF RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
       END-IF
      END-IF
     END-IF
    END-IF.

COMPUTE-PHONETIC-CODE.
    MOVE FUNCTION UPPER-CASE(WS-PHON-NAME) TO WS-PHON-UPPER
    MOVE SPACES TO WS-PHON-CODE
    MOVE 0 TO WS-PHON-LEN
    MOVE 0 TO WS-PHON-LETTERS
    MOVE SPACE TO WS-PHON-LAST
    PERFORM VARYING WS-PHON-POS FROM 1 BY 1 UNTIL WS-PHON-POS > 20
     MOVE WS-PHON-UPPER(WS-PHON-POS:1) TO WS-PHON-CHAR
     MOVE SPACE TO WS-PHON-UPPER(WS-PHON-POS:1)
     IF WS-PHON-CHAR IS ALPHABETIC AND WS-PHON-CHAR NOT = SPACE
      ADD 1 TO WS-PHON-LETTERS
      MOVE WS-PHON-CHAR TO WS-PHON-UPPER(WS-PHON-LETTERS:1)
      PERFORM CLASSIFY-PHONETIC-CHAR
      IF WS-PHON-LEN = 0
       MOVE WS-PHON-CHAR TO WS-PHON-CODE(1:1)
       MOVE 1 TO WS-PHON-LEN
       MOVE WS-PHON-DIGIT TO WS-PHON-LAST
      ELSE
       IF WS-PHON-DIGIT NOT = "H"
        IF WS-PHON-DIGIT NOT = "0" AND WS-PHON-DIGIT NOT = WS-PHON-LAST
           AND WS-PHON-LEN < 4
         ADD 1 TO WS-PHON-LEN
         MOVE WS-PHON-DIGIT TO WS-PHON-CODE(WS-PHON-LEN:1)
        END-IF
        MOVE WS-PHON-DIGIT TO WS-PHON-LAST
       END-IF
      END-IF
     END-IF
    END-PERFORM
    IF WS-PHON-LEN > 0
     INSPECT WS-PHON-CODE(2:3) REPLACING ALL SPACE BY "0"
    END-IF.

CLASSIFY-PHONETIC-CHAR.
    EVALUATE WS-PHON-CHAR
     WHEN "B" WHEN "F" WHEN "P" WHEN "V"
      MOVE "1" TO WS-PHON-DIGIT
     WHEN "C" WHEN "G" WHEN "J" WHEN "K"
     WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
      MOVE "2" TO WS-PHON-DIGIT
     WHEN "D" WHEN "T"
      MOVE "3" TO WS-PHON-DIGIT
     WHEN "L"
      MOVE "4" TO WS-PHON-DIGIT
     WHEN "M" WHEN "N"
      MOVE "5" TO WS-PHON-DIGIT
     WHEN "R"
      MOVE "6" TO WS-PHON-DIGIT
     WHEN "H" WHEN "W"
      MOVE "H" TO WS-PHON-DIGIT
     WHEN OTHER
      MOVE "0" TO WS-PHON-DIGIT
    END-EVALUATE.

LOG-ERROR.
    MOVE "Cobol30Purge" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
          NOT AT END
           PERFORM CHECK-PARM-KEY
           EVALUATE FP-KEY
            WHEN "LEGALHOLDFILE"
             MOVE FP-VALUE TO WS-LEGALHOLD-FILENAME
            WHEN "PHONIDXFILE"
             MOVE FP-VALUE TO WS-PHONIDX-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
             MOVE FP-VALUE TO WS-CONTACT-FILENAME
            WHEN "ARCHCATFILE"
             MOVE FP-VALUE TO WS-ARCHCAT-FILENAME
            WHEN "RELATIONFILE"
             MOVE FP-VALUE TO WS-RELATION-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
