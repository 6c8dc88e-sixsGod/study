     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT RelationFile ASSIGN TO DYNAMIC WS-RELATION-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS RR-KEY
     ALTERNATE RECORD KEY IS RR-REV-KEY
     FILE STATUS IS WS-RR-STATUS.
    SELECT PhonIdxFile ASSIGN TO DYNAMIC WS-PHONIDX-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS PX-KEY
     FILE STATUS IS WS-PX-STATUS.
    SELECT AuditCertFile ASSIGN TO "auditcert.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDITCERT-STATUS.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD RelationFile.
01 RELATION-RECORD.
    COPY RELREC.

FD PhonIdxFile.
01 PHON-IDX-RECORD.
    COPY PHONIDX.

FD AuditCertFile.
01 AUDIT-CERT-RECORD.
    COPY AUDITCERT.
01 WS-AUDITCERT-STATUS PIC X(02).
01 WS-CONTACT-FILENAME PIC X(40) VALUE "contactdb.dat".
01 WS-CT-STATUS        PIC X(02).
01 WS-RELATION-FILENAME PIC X(40) VALUE "reldb.dat".
01 WS-RR-STATUS        PIC X(02).
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
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-IDX              PIC 9(5) VALUE 0.
01 WS-RUN-DATE         PIC 9(8).
01 WS-REVERSE-RESULT   PIC X(04).
01 WS-BEFORE-NAME      PIC X(20) VALUE SPACES.
01 WS-AUDIT-TABLE.
    05 WS-AUD-COUNT    PIC 9(5) VALUE 0.
    05 WS-AUD-ENTRY OCCURS 10000 TIMES.
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 9.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "BACKOUTFROM    NN".
        10 FILLER PIC X(17) VALUE "BACKOUTTO      NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "PHONIDXFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 9 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     OPEN I-O ContactFile
    END-IF

    OPEN I-O RelationFile
    IF WS-RR-STATUS = "35"
     OPEN OUTPUT RelationFile
     CLOSE RelationFile
     OPEN I-O RelationFile
    END-IF

    PERFORM OPEN-PHONETIC-INDEX

    OPEN OUTPUT BackoutRptFile
    IF WS-BACKOUTRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open BackoutRptFile, status " WS-BACKOUTRPT-STATUS
     MOVE 8 TO RETURN-CODE
     CLOSE PersonFile
     CLOSE ContactFile
     CLOSE RelationFile
     IF WS-PHON-AVAILABLE = "Y"
      CLOSE PhonIdxFile
     END-IF
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK

    CLOSE PersonFile
    CLOSE ContactFile
    CLOSE RelationFile
    IF WS-PHON-AVAILABLE = "Y"
     CLOSE PhonIdxFile
    END-IF
    CLOSE BackoutRptFile

    PERFORM RELEASE-RUN-LOCK
             MOVE FP-VALUE(1:14) TO WS-TO-TS
            WHEN "CONTACTFILE"
             MOVE FP-VALUE TO WS-CONTACT-FILENAME
            WHEN "RELATIONFILE"
             MOVE FP-VALUE TO WS-RELATION-FILENAME
            WHEN "PHONIDXFILE"
             MOVE FP-VALUE TO WS-PHONIDX-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
      PERFORM REVERSE-CTADD
     WHEN "CTDELETE"
      PERFORM REVERSE-CTDELETE
     WHEN "RLADD"
      PERFORM REVERSE-RLADD
     WHEN "RLEND"
      PERFORM REVERSE-RLEND
     WHEN "PURGE"
      MOVE "SKIP" TO WS-REVERSE-RESULT
     WHEN "RESTORE"
      MOVE "SKIP" TO WS-REVERSE-RESULT
     WHEN "HOLDPLACE"
      MOVE "SKIP" TO WS-REVERSE-RESULT
     WHEN "HOLDREL"
      MOVE "SKIP" TO WS-REVERSE-RESULT
     WHEN "CONSENTGRT"
      MOVE "SKIP" TO WS-REVERSE-RESULT
     WHEN "CONSENTWD"
      MOVE "SKIP" TO WS-REVERSE-RESULT
     WHEN OTHER
      DISPLAY "Unknown audit operation '" WS-AUD-OP(WS-IDX)
       "' for ID " WS-AUD-ID(WS-IDX)
     DELETE PersonFile RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-REVERSE-RESULT
      MOVE DB-ID TO WS-PHON-ID
      MOVE DB-NAME TO WS-PHON-NAME
      PERFORM REMOVE-PHONETIC-ENTRY
     END-IF
    END-IF
    IF WS-REVERSE-RESULT NOT = "OK"
     KEY IS DB-ID
    END-READ
    IF WS-DB-STATUS = "00"
     MOVE DB-NAME TO WS-BEFORE-NAME
     MOVE WS-AUD-BEFORE-NAME(WS-IDX) TO DB-NAME
     IF WS-AUD-BEFORE-AGE(WS-IDX) IS NUMERIC
      MOVE WS-AUD-BEFORE-AGE(WS-IDX) TO DB-AGE
     REWRITE PERSON-RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-REVERSE-RESULT
      IF DB-NAME NOT = WS-BEFORE-NAME
       PERFORM REINDEX-CHANGED-NAME
      END-IF
     END-IF
    END-IF
    IF WS-REVERSE-RESULT NOT = "OK"
     KEY IS DB-ID
    END-READ
    IF WS-DB-STATUS = "00"
     MOVE DB-NAME TO WS-BEFORE-NAME
     MOVE WS-AUD-BEFORE-NAME(WS-IDX) TO DB-NAME
     IF WS-AUD-BEFORE-AGE(WS-IDX) IS NUMERIC
      MOVE WS-AUD-BEFORE-AGE(WS-IDX) TO DB-AGE
     REWRITE PERSON-RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-REVERSE-RESULT
      IF DB-NAME NOT = WS-BEFORE-NAME
       PERFORM REINDEX-CHANGED-NAME
      END-IF
     END-IF
    ELSE
     MOVE WS-AUD-ID(WS-IDX) TO DB-ID
     WRITE PERSON-RECORD
     IF WS-DB-STATUS = "00"
      MOVE "OK" TO WS-REVERSE-RESULT
      MOVE DB-ID TO WS-PHON-ID
      MOVE DB-NAME TO WS-PHON-NAME
      PERFORM PUT-PHONETIC-ENTRY
     END-IF
    END-IF
    IF WS-REVERSE-RESULT NOT = "OK"
     END-IF
    END-IF.

REVERSE-RLADD.
    IF WS-AUD-B-ADDR1(WS-IDX)(1:7) IS NOT NUMERIC
     MOVE "REVERSE-RLADD" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE WS-AUD-ID(WS-IDX) TO RR-ID
     MOVE WS-AUD-B-ADDR1(WS-IDX)(1:7) TO RR-REL-ID
     READ RelationFile
      KEY IS RR-KEY
     END-READ
     IF WS-RR-STATUS = "00"
      IF WS-AUD-B-EFF(WS-IDX) IS NUMERIC
         AND WS-AUD-B-EFF(WS-IDX) NOT = "00000000"
       MOVE WS-AUD-B-ADDR1(WS-IDX)(9:1) TO RR-TYPE
       MOVE "E" TO RR-STATUS
       MOVE WS-AUD-B-EFF(WS-IDX) TO RR-EFF-DATE
       IF WS-AUD-B-ADDR2(WS-IDX)(1:8) IS NUMERIC
        MOVE WS-AUD-B-ADDR2(WS-IDX)(1:8) TO RR-END-DATE
       ELSE
        MOVE WS-RUN-DATE TO RR-END-DATE
       END-IF
       REWRITE RELATION-RECORD
      ELSE
       DELETE RelationFile RECORD
      END-IF
      IF WS-RR-STATUS = "00"
       MOVE "OK" TO WS-REVERSE-RESULT
      END-IF
     END-IF
     IF WS-REVERSE-RESULT NOT = "OK"
      MOVE "REVERSE-RLADD" TO WS-EL-PARAGRAPH
      MOVE WS-RR-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     END-IF
    END-IF.

REVERSE-RLEND.
    IF WS-AUD-B-ADDR1(WS-IDX)(1:7) IS NOT NUMERIC
     MOVE "REVERSE-RLEND" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE WS-AUD-ID(WS-IDX) TO RR-ID
     MOVE WS-AUD-B-ADDR1(WS-IDX)(1:7) TO RR-REL-ID
     READ RelationFile
      KEY IS RR-KEY
     END-READ
     IF WS-RR-STATUS = "00"
      MOVE "A" TO RR-STATUS
      MOVE 0 TO RR-END-DATE
      REWRITE RELATION-RECORD
      IF WS-RR-STATUS = "00"
       MOVE "OK" TO WS-REVERSE-RESULT
      END-IF
     END-IF
     IF WS-REVERSE-RESULT NOT = "OK"
      MOVE "REVERSE-RLEND" TO WS-EL-PARAGRAPH
      MOVE WS-RR-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     END-IF
    END-IF.

REVERSE-REINSTATE.
    MOVE WS-AUD-ID(WS-IDX) TO DB-ID
    READ PersonFile
     PERFORM LOG-ERROR
    END-IF.

OPEN-PHONETIC-INDEX.
    OPEN I-O PhonIdxFile
    IF WS-PX-STATUS = "00"
     MOVE "Y" TO WS-PHON-AVAILABLE
    ELSE
     DISPLAY "NOTE: no phonetic index; sounds-like entries not maintained."
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

WRITE-REPORT-HEADER.
    MOVE SPACES TO BACKOUT-RPT-RECORD
    STRING "AUDIT BACKOUT REPORT " WS-RUN-DATE
