    SELECT RecoverRptFile ASSIGN TO DYNAMIC WS-RECOVERRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RECOVERRPT-STATUS.
    SELECT PhonIdxFile ASSIGN TO DYNAMIC WS-PHONIDX-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS PX-KEY
     FILE STATUS IS WS-PX-STATUS.
    SELECT RunLockFile ASSIGN TO "runlock.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUNLOCK-STATUS.
FD RecoverRptFile.
01 RECOVER-RPT-RECORD PIC X(132).

FD PhonIdxFile.
01 PHON-IDX-RECORD.
    COPY PHONIDX.

FD RunLockFile.
01 RUN-LOCK-RECORD.
    COPY RUNLOCK.
01 WS-BACKUP-STATUS    PIC X(02).
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-RECOVERRPT-STATUS PIC X(02).
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
01 WS-PHON-SCAN-DONE   PIC X VALUE "N".
01 WS-PHON-INDEXED     PIC 9(7) VALUE 0.
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-SKIPPED-COUNT    PIC 9(7) VALUE 0.
01 WS-FAILED-COUNT     PIC 9(7) VALUE 0.
01 WS-APPLY-RESULT     PIC X(4).
01 WS-BEFORE-NAME      PIC X(20) VALUE SPACES.

01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 8.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "BACKUPFILE     NN".
        10 FILLER PIC X(17) VALUE "RECOVERCUTOFF  NN".
        10 FILLER PIC X(17) VALUE "RECOVERRPTFILE NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PHONIDXFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 8 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     GOBACK
    END-IF

    PERFORM OPEN-PHONETIC-INDEX
    IF WS-PHON-AVAILABLE = "Y"
     PERFORM REBUILD-PHONETIC-INDEX
    END-IF

    PERFORM REPLAY-AUDIT-TRAIL

    CLOSE PersonFile
    IF WS-PHON-AVAILABLE = "Y"
     CLOSE PhonIdxFile
    END-IF
    PERFORM RELEASE-RUN-LOCK
    PERFORM WRITE-RECOVERY-REPORT

    DISPLAY "Backup records loaded: " WS-LOAD-COUNT
    DISPLAY "Phonetic index entries rebuilt: " WS-PHON-INDEXED
    DISPLAY "Audit entries read: " WS-AUDIT-READ
    DISPLAY "Audit entries applied: " WS-APPLIED-COUNT
    DISPLAY "Audit entries skipped: " WS-SKIPPED-COUNT
     KEY IS DB-ID
    END-READ
    IF WS-DB-STATUS = "00"
     MOVE DB-NAME TO WS-BEFORE-NAME
     PERFORM MOVE-AFTER-FIELDS
     REWRITE PERSON-RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-APPLY-RESULT
      IF DB-NAME NOT = WS-BEFORE-NAME
       PERFORM REINDEX-CHANGED-NAME
      END-IF
     END-IF
    ELSE
     MOVE AU-ID TO DB-ID
     WRITE PERSON-RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-APPLY-RESULT
      MOVE DB-ID TO WS-PHON-ID
      MOVE DB-NAME TO WS-PHON-NAME
      PERFORM PUT-PHONETIC-ENTRY
     END-IF
    END-IF.

     DELETE PersonFile RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-APPLY-RESULT
      MOVE DB-ID TO WS-PHON-ID
      MOVE DB-NAME TO WS-PHON-NAME
      PERFORM REMOVE-PHONETIC-ENTRY
     END-IF
    ELSE
     MOVE "SKIP" TO WS-APPLY-RESULT
    END-IF.

OPEN-PHONETIC-INDEX.
    OPEN I-O PhonIdxFile
    IF WS-PX-STATUS = "00"
     MOVE "Y" TO WS-PHON-AVAILABLE
    ELSE
     DISPLAY "NOTE: no phonetic index; sounds-like entries not maintained."
    END-IF.

REBUILD-PHONETIC-INDEX.
    CLOSE PhonIdxFile
    MOVE "N" TO WS-PHON-AVAILABLE
    OPEN OUTPUT PhonIdxFile
    IF WS-PX-STATUS = "00"
     CLOSE PhonIdxFile
     OPEN I-O PhonIdxFile
    END-IF
    IF WS-PX-STATUS NOT = "00"
     DISPLAY "WARNING: phonetic index not rebuilt, status " WS-PX-STATUS
     DISPLAY "WARNING: run Cobol78PhonBuild before sounds-like lookups."
     MOVE "REBUILD-PHONETIC-IDX" TO WS-EL-PARAGRAPH
     MOVE WS-PX-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     IF RETURN-CODE = 0
      MOVE 4 TO RETURN-CODE
     END-IF
    ELSE
     MOVE "Y" TO WS-PHON-AVAILABLE
     MOVE 0 TO DB-ID
     START PersonFile KEY IS NOT LESS THAN DB-ID
     END-START
     IF WS-DB-STATUS = "00"
      MOVE "N" TO WS-PHON-SCAN-DONE
      PERFORM UNTIL WS-PHON-SCAN-DONE = "Y"
       READ PersonFile NEXT RECORD
        AT END
         MOVE "Y" TO WS-PHON-SCAN-DONE
        NOT AT END
         MOVE DB-ID TO WS-PHON-ID
         MOVE DB-NAME TO WS-PHON-NAME
         PERFORM PUT-PHONETIC-ENTRY
         IF WS-PHON-LEN > 0 AND WS-PX-STATUS = "00"
          ADD 1 TO WS-PHON-INDEXED
         END-IF
       END-READ
      END-PERFORM
     END-IF
    END-IF.

REINDEX-CHANGED-NAME.
    MOVE DB-ID TO WS-PHON-ID
    MOVE WS-BEFORE-NAME TO WS-PHON-NAME
    PERFORM REMOVE-PHONETIC-ENTRY
    MOVE DB-NAME TO WS-PHON-NAME
    PERFORM PUT-PHONETIC-ENTRY.

PUT-PHONETIC-ENTRY.
    IF WS-PHON-AVAILABLE = "Y"
     PERFORM COMPUTE-PHONETIC-CODE
     IF WS-PHON-LEN > 0
      MOVE WS-PHON-CODE(2:3) TO PX-DIGITS
      MOVE WS-PHON-CODE(1:1) TO PX-LETTER
      MOVE WS-PHON-ID TO PX-ID
      MOVE WS-PHON-NAME TO PX-NAME
      WRITE PHON-IDX-RECORD
      IF WS-PX-STATUS = "22"
       REWRITE PHON-IDX-RECORD
      END-IF
      IF WS-PX-STATUS NOT = "00"
       DISPLAY "WARNING: phonetic index not updated for ID " WS-PHON-ID
        ", status " WS-PX-STATUS
       MOVE "PUT-PHONETIC-ENTRY" TO WS-EL-PARAGRAPH
       MOVE WS-PX-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       IF RETURN-CODE = 0
        MOVE 4 TO RETURN-CODE
       END-IF
      END-IF
     END-IF
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

WRITE-RECOVERY-REPORT.
    OPEN OUTPUT RecoverRptFile
    IF WS-RECOVERRPT-STATUS NOT = "00"
             MOVE FP-VALUE(1:14) TO WS-CUTOFF-TS
            WHEN "RECOVERRPTFILE"
             MOVE FP-VALUE TO WS-RECOVERRPT-FILENAME
            WHEN "PHONIDXFILE"
             MOVE FP-VALUE TO WS-PHONIDX-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
