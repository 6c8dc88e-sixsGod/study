     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT RelationFile ASSIGN TO DYNAMIC WS-RELATION-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS RR-KEY
     ALTERNATE RECORD KEY IS RR-REV-KEY
     FILE STATUS IS WS-RR-STATUS.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-STATUS.
    SELECT MergeRptFile ASSIGN TO DYNAMIC WS-MERGERPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MERGERPT-STATUS.
    SELECT InqRespFile ASSIGN TO DYNAMIC WS-INQRESP-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-INQRESP-STATUS.
    SELECT AuditSeqFile ASSIGN TO "auditseq.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDITSEQ-STATUS.
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
    SELECT OpsStatFile ASSIGN TO "opsstats.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-OPSSTAT-STATUS.
    SELECT AccessLogFile ASSIGN TO "access.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACCESSLOG-STATUS.
    SELECT ErrorLogFile ASSIGN TO "errors.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ERRLOG-STATUS.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD RelationFile.
01 RELATION-RECORD.
    COPY RELREC.

FD AuditFile.
01 AUDIT-RECORD.
    COPY AUDITREC.
FD MergeRptFile.
01 MERGE-RPT-RECORD PIC X(132).

FD InqRespFile.
01 INQ-RESP-RECORD PIC X(200).

FD AuditSeqFile.
01 AUDIT-SEQ-RECORD.
    05 AS-LAST-SEQ     PIC 9(07).
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
01 OPS-STAT-RECORD.
    COPY OPSSTAT.

FD AccessLogFile.
01 ACCESS-LOG-RECORD.
    COPY ACCESSLOG.

FD ErrorLogFile.
01 ERROR-LOG-RECORD.
    COPY ERRLOG.
01 WS-RUNLOCK-STATUS   PIC X(02).
01 WS-LOCK-OWNED       PIC X VALUE "N".
01 WS-EL-STATUS        PIC X(10).
01 WS-ACCESSLOG-STATUS PIC X(02).
01 WS-ACCESS-ID        PIC 9(07) VALUE 0.
01 WS-ACCESS-REQ-TYPE  PIC X(01) VALUE SPACE.
01 WS-ACCESS-REQUESTOR PIC X(12) VALUE SPACES.
01 WS-ACCESS-TYPE      PIC X(10) VALUE SPACES.
01 WS-TXN-COUNT        PIC 9(7) VALUE 0.
01 WS-ADD-COUNT        PIC 9(7) VALUE 0.
01 WS-DB-STATUS        PIC X(02).
01 WS-CT-STATUS         PIC X(02).
01 WS-CONTACT-COUNT     PIC 9(7) VALUE 0.
01 WS-CT-SCAN-DONE      PIC X VALUE "N".
01 WS-RELATION-FILENAME PIC X(40) VALUE "reldb.dat".
01 WS-RR-STATUS         PIC X(02).
01 WS-RELATION-COUNT    PIC 9(7) VALUE 0.
01 WS-RR-SCAN-DONE      PIC X VALUE "N".
01 WS-RR-ID             PIC 9(07) VALUE 0.
01 WS-RR-REL-ID         PIC 9(07) VALUE 0.
01 WS-RR-TYPE           PIC X(01) VALUE SPACE.
01 WS-RR-EFF-DATE       PIC 9(08) VALUE 0.
01 WS-RR-END-DATE       PIC 9(08) VALUE 0.
01 WS-RR-SAVE-ID        PIC 9(07) VALUE 0.
01 WS-RR-IDX            PIC 9(3) VALUE 0.
01 WS-RR-MOVE-TABLE.
    05 WS-RR-MOVE-COUNT PIC 9(3) VALUE 0.
    05 WS-RR-MOVE-ENTRY OCCURS 50 TIMES.
        10 WS-RRM-ID       PIC 9(07).
        10 WS-RRM-REL-ID   PIC 9(07).
        10 WS-RRM-TYPE     PIC X(01).
        10 WS-RRM-EFF-DATE PIC 9(08).
01 WS-MERGERPT-FILENAME PIC X(40) VALUE "mergerpt.txt".
01 WS-MERGERPT-STATUS   PIC X(02).
01 WS-MERGERPT-OPEN     PIC X VALUE "N".
01 WS-MERGE-SOURCE-DATA.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==MS-==.
01 WS-INQRESP-FILENAME  PIC X(40) VALUE "inqresp.txt".
01 WS-INQRESP-STATUS    PIC X(02).
01 WS-INQRESP-OPEN      PIC X VALUE "N".
01 WS-INQRESP-EOF       PIC X VALUE "N".
01 WS-INQ-COUNT         PIC 9(7) VALUE 0.
01 WS-INQ-MATCH-COUNT   PIC 9(7) VALUE 0.
01 WS-INQ-RESP-COUNT    PIC 9(7) VALUE 0.
01 WS-INQ-LAST-SEQ      PIC X(07) VALUE SPACES.
01 WS-INQ-RESULT        PIC X(10) VALUE SPACES.
01 WS-INQ-WITH-DATA     PIC X VALUE "N".
01 WS-INQ-SCORE         PIC 9(03) VALUE 0.
01 INQUIRY-DETAIL.
    05 IQ-REC-TYPE     PIC X(03).
    05 IQ-BATCH-ID     PIC X(12).
    05 IQ-TXN-SEQ      PIC 9(07).
    05 IQ-INQ-TYPE     PIC X(01).
    05 IQ-SEARCH       PIC X(20).
    05 IQ-RESULT       PIC X(10).
    05 IQ-ID           PIC 9(07).
    05 IQ-NAME         PIC X(20).
    05 IQ-AGE          PIC 9(03).
    05 IQ-STATUS       PIC X(01).
    05 IQ-ADDR-LINE1   PIC X(30).
    05 IQ-ADDR-LINE2   PIC X(30).
    05 IQ-EFF-DATE     PIC 9(08).
    05 IQ-BIRTHDATE    PIC 9(08).
    05 IQ-MERGE-ID     PIC 9(07).
    05 IQ-SCORE        PIC 9(03).
01 WS-NEXTID-STATUS     PIC X(02).
01 WS-IDASSIGN-STATUS   PIC X(02).
01 WS-BATCHBAL-STATUS   PIC X(02).
01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 100.
01 WS-SKIP-IDX         PIC 9(7) VALUE 0.

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
01 WS-SL-CODE          PIC X(04).
01 WS-SL-UPPER         PIC X(20).
01 WS-SL-SCAN-DONE     PIC X VALUE "N".
01 WS-SL-I             PIC 9(3) VALUE 0.
01 WS-SL-J             PIC 9(3) VALUE 0.
01 WS-SL-K             PIC 9(3) VALUE 0.
01 WS-SL-BEST          PIC 9(3) VALUE 0.
01 WS-SL-SCORE         PIC 9(3) VALUE 0.
01 WS-SL-DROPPED       PIC 9(5) VALUE 0.
01 WS-SL-SWAP.
    05 WS-SW-ID        PIC 9(07).
    05 WS-SW-NAME      PIC X(20).
    05 WS-SW-BIRTH     PIC 9(08).
    05 WS-SW-STATUS    PIC X.
    05 WS-SW-SCORE     PIC 9(3).
01 WS-SL-TABLE.
    05 WS-SL-COUNT     PIC 9(3) VALUE 0.
    05 WS-SL-ENTRY OCCURS 50 TIMES.
        10 WS-SL-ID        PIC 9(07).
        10 WS-SL-NAME      PIC X(20).
        10 WS-SL-BIRTH     PIC 9(08).
        10 WS-SL-STATUS    PIC X.
        10 WS-SL-CAND-SCORE PIC 9(3).
01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
    05 WS-OPS-START-MM PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 11.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "PENDTRANSFILE  NN".
        10 FILLER PIC X(17) VALUE "MERGERPTFILE   NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "INQRESPFILE    NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "PHONIDXFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 11 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    PERFORM LOAD-LEGAL-HOLDS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: legal hold register unreadable."
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    PERFORM LOAD-CHECKPOINT
    PERFORM LOAD-NEXT-ID
    PERFORM OPEN-PERSON-FILE
    PERFORM OPEN-CONTACT-FILE
    PERFORM OPEN-RELATION-FILE
    PERFORM OPEN-PHONETIC-INDEX
    PERFORM OPEN-AUDIT-FILE
    IF WS-AUDIT-AVAILABLE NOT = "Y"
     DISPLAY "ERROR: audit sink unavailable; refusing to process transactions."
      PERFORM LOG-ERROR
     ELSE
      PERFORM SKIP-TO-CHECKPOINT
      PERFORM OPEN-INQUIRY-RESPONSE
      PERFORM UNTIL WS-EndOfFile = "Y"
       READ DbTransFile INTO DB-TRANS-RECORD
           AT END
      IF WS-MERGERPT-OPEN = "Y"
       CLOSE MergeRptFile
      END-IF
      IF WS-INQRESP-OPEN = "Y"
       PERFORM WRITE-INQUIRY-TRAILER
       CLOSE InqRespFile
      END-IF
     END-IF
     END-IF
    END-IF

    PERFORM WRITE-HOLD-RUN-MARK
    PERFORM WRITE-BATCH-BALANCE

    IF WS-AUDIT-AVAILABLE = "Y"

    CLOSE PersonFile
    CLOSE ContactFile
    CLOSE RelationFile
    IF WS-PHON-AVAILABLE = "Y"
     CLOSE PhonIdxFile
    END-IF
    CLOSE AuditFile

    PERFORM SAVE-NEXT-ID
    PERFORM RELEASE-RUN-LOCK

    DISPLAY "Transactions held pending: " WS-HELD-COUNT
    DISPLAY "Transactions rejected by legal hold: " WS-HOLD-BLOCK-COUNT
    DISPLAY "Inquiries answered: " WS-INQ-COUNT
     " matches returned: " WS-INQ-MATCH-COUNT
    PERFORM WRITE-OPS-STAT

    DISPLAY "Database Operations Completed."
     MOVE "N" TO WS-LOCK-OWNED
    END-IF.

WRITE-INQUIRY-ACCESS.
    MOVE "B" TO WS-ACCESS-REQ-TYPE
    IF TR-BATCH-ID = SPACES
     MOVE "DBTRANS" TO WS-ACCESS-REQUESTOR
    ELSE
     MOVE TR-BATCH-ID TO WS-ACCESS-REQUESTOR
    END-IF
    PERFORM WRITE-ACCESS-LOG.

WRITE-ACCESS-LOG.
    MOVE SPACES TO ACCESS-LOG-RECORD
    MOVE FUNCTION CURRENT-DATE TO XL-TIMESTAMP
    MOVE WS-ACCESS-ID TO XL-PERSON-ID
    MOVE WS-PARM-PROGRAM TO XL-PROGRAM
    MOVE WS-ACCESS-REQ-TYPE TO XL-REQ-TYPE
    MOVE WS-ACCESS-REQUESTOR TO XL-REQUESTOR
    MOVE WS-ACCESS-TYPE TO XL-ACCESS-TYPE
    OPEN EXTEND AccessLogFile
    IF WS-ACCESSLOG-STATUS NOT = "00"
     OPEN OUTPUT AccessLogFile
    END-IF
    IF WS-ACCESSLOG-STATUS = "00"
     WRITE ACCESS-LOG-RECORD
     CLOSE AccessLogFile
    ELSE
     DISPLAY "WARNING: unable to write access log, status "
      WS-ACCESSLOG-STATUS
     MOVE "WRITE-ACCESS-LOG" TO WS-EL-PARAGRAPH
     MOVE WS-ACCESSLOG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
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
    MOVE "Cobol11DBoper" TO HB-PROGRAM
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

FIND-SOUNDALIKES.
    MOVE 0 TO WS-SL-COUNT
    MOVE 0 TO WS-SL-DROPPED
    PERFORM COMPUTE-PHONETIC-CODE
    MOVE WS-PHON-CODE TO WS-SL-CODE
    MOVE WS-PHON-UPPER TO WS-SL-UPPER
    IF WS-PHON-LEN > 0
     MOVE WS-SL-CODE(2:3) TO PX-DIGITS
     MOVE LOW-VALUES TO PX-LETTER
     MOVE 0 TO PX-ID
     START PhonIdxFile KEY IS NOT LESS THAN PX-KEY
     END-START
     IF WS-PX-STATUS = "00"
      MOVE "N" TO WS-SL-SCAN-DONE
      PERFORM UNTIL WS-SL-SCAN-DONE = "Y"
       READ PhonIdxFile NEXT RECORD
        AT END
         MOVE "Y" TO WS-SL-SCAN-DONE
        NOT AT END
         IF PX-DIGITS NOT = WS-SL-CODE(2:3)
          MOVE "Y" TO WS-SL-SCAN-DONE
         ELSE
          PERFORM ADD-SOUNDALIKE
         END-IF
       END-READ
      END-PERFORM
     END-IF
     PERFORM SORT-SOUNDALIKES
    END-IF.

ADD-SOUNDALIKE.
    MOVE PX-ID TO DB-ID
    READ PersonFile
     KEY IS DB-ID
    END-READ
    IF WS-DB-STATUS = "00" AND DB-NAME = PX-NAME
     MOVE DB-NAME TO WS-PHON-NAME
     PERFORM COMPUTE-PHONETIC-CODE
     EVALUATE TRUE
      WHEN WS-PHON-UPPER = WS-SL-UPPER
       MOVE 100 TO WS-SL-SCORE
      WHEN WS-PHON-CODE = WS-SL-CODE
       MOVE 80 TO WS-SL-SCORE
       IF WS-PHON-UPPER(1:3) = WS-SL-UPPER(1:3)
        ADD 10 TO WS-SL-SCORE
       END-IF
      WHEN OTHER
       MOVE 60 TO WS-SL-SCORE
       IF WS-PHON-UPPER(2:2) = WS-SL-UPPER(2:2)
        ADD 10 TO WS-SL-SCORE
       END-IF
     END-EVALUATE
     IF WS-SL-COUNT < 50
      ADD 1 TO WS-SL-COUNT
      MOVE WS-SL-COUNT TO WS-SL-K
     ELSE
      ADD 1 TO WS-SL-DROPPED
      MOVE 1 TO WS-SL-K
      PERFORM VARYING WS-SL-J FROM 2 BY 1 UNTIL WS-SL-J > WS-SL-COUNT
       IF WS-SL-CAND-SCORE(WS-SL-J) < WS-SL-CAND-SCORE(WS-SL-K)
        MOVE WS-SL-J TO WS-SL-K
       END-IF
      END-PERFORM
      IF WS-SL-CAND-SCORE(WS-SL-K) >= WS-SL-SCORE
       MOVE 0 TO WS-SL-K
      END-IF
     END-IF
     IF WS-SL-K > 0
      MOVE DB-ID TO WS-SL-ID(WS-SL-K)
      MOVE DB-NAME TO WS-SL-NAME(WS-SL-K)
      MOVE DB-BIRTHDATE TO WS-SL-BIRTH(WS-SL-K)
      MOVE DB-STATUS TO WS-SL-STATUS(WS-SL-K)
      MOVE WS-SL-SCORE TO WS-SL-CAND-SCORE(WS-SL-K)
     END-IF
    END-IF.

SORT-SOUNDALIKES.
    PERFORM VARYING WS-SL-I FROM 1 BY 1
     UNTIL WS-SL-I >= WS-SL-COUNT
     MOVE WS-SL-I TO WS-SL-BEST
     COMPUTE WS-SL-K = WS-SL-I + 1
     PERFORM VARYING WS-SL-J FROM WS-SL-K BY 1
      UNTIL WS-SL-J > WS-SL-COUNT
      IF WS-SL-CAND-SCORE(WS-SL-J) > WS-SL-CAND-SCORE(WS-SL-BEST)
         OR (WS-SL-CAND-SCORE(WS-SL-J) = WS-SL-CAND-SCORE(WS-SL-BEST)
         AND WS-SL-NAME(WS-SL-J) < WS-SL-NAME(WS-SL-BEST))
       MOVE WS-SL-J TO WS-SL-BEST
      END-IF
     END-PERFORM
     IF WS-SL-BEST NOT = WS-SL-I
      MOVE WS-SL-ENTRY(WS-SL-I) TO WS-SL-SWAP
      MOVE WS-SL-ENTRY(WS-SL-BEST) TO WS-SL-ENTRY(WS-SL-I)
      MOVE WS-SL-SWAP TO WS-SL-ENTRY(WS-SL-BEST)
     END-IF
    END-PERFORM.

LOG-ERROR.
    MOVE "Cobol11DBoper" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
      PERFORM DB-READ
     WHEN "N"
      ADD 1 TO WS-TXN-COUNT
      IF TR-UPDATE-FIELD = "S"
       PERFORM DB-READ-SOUNDS-LIKE
      ELSE
       PERFORM DB-READ-BY-NAME
      END-IF
     WHEN "R"
      ADD 1 TO WS-TXN-COUNT
      PERFORM DB-REINSTATE
     WHEN "J"
      ADD 1 TO WS-TXN-COUNT
      PERFORM CT-DELETE-CONTACT
     WHEN "L"
      ADD 1 TO WS-TXN-COUNT
      PERFORM RR-ADD-LINK
     WHEN "U"
      ADD 1 TO WS-TXN-COUNT
      PERFORM RR-END-LINK
     WHEN OTHER
      ADD 1 TO WS-TXN-COUNT
      DISPLAY "Unknown transaction code '" TR-CODE "' for ID " WS-ID
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
             MOVE FP-VALUE TO WS-MERGERPT-FILENAME
            WHEN "CONTACTFILE"
             MOVE FP-VALUE TO WS-CONTACT-FILENAME
            WHEN "RELATIONFILE"
             MOVE FP-VALUE TO WS-RELATION-FILENAME
            WHEN "INQRESPFILE"
             MOVE FP-VALUE TO WS-INQRESP-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
     OPEN I-O ContactFile
    END-IF.

OPEN-RELATION-FILE.
    OPEN I-O RelationFile
    IF WS-RR-STATUS = "35"
     OPEN OUTPUT RelationFile
     CLOSE RelationFile
     OPEN I-O RelationFile
    END-IF.

OPEN-AUDIT-FILE.
    OPEN EXTEND AuditFile
    IF WS-AUDIT-STATUS NOT = "00"

DB-READ.
    DISPLAY "Performing READ operation..."
    ADD 1 TO WS-INQ-COUNT
    MOVE WS-ID TO DB-ID
    READ PersonFile INTO WS-RECORD-DATA
     KEY IS DB-ID
     MOVE "DB-READ" TO WS-EL-PARAGRAPH
     MOVE "23" TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "DELETED" TO WS-INQ-RESULT
     MOVE "N" TO WS-INQ-WITH-DATA
    ELSE
     IF WS-DB-STATUS = "00"
      DISPLAY "READ operation successful."
      MOVE DB-ID TO WS-ACCESS-ID
      MOVE "INQUIRY" TO WS-ACCESS-TYPE
      PERFORM WRITE-INQUIRY-ACCESS
      IF WS-DELETED
       MOVE "DELETED" TO WS-INQ-RESULT
      ELSE
       MOVE "FOUND" TO WS-INQ-RESULT
      END-IF
      MOVE "Y" TO WS-INQ-WITH-DATA
     ELSE
      DISPLAY "READ operation failed, status " WS-DB-STATUS "."
      MOVE "DB-READ" TO WS-EL-PARAGRAPH
      MOVE WS-DB-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      IF WS-DB-STATUS = "23"
       MOVE "NOT FOUND" TO WS-INQ-RESULT
      ELSE
       MOVE "ERROR" TO WS-INQ-RESULT
      END-IF
      MOVE "N" TO WS-INQ-WITH-DATA
     END-IF
    END-IF
    PERFORM WRITE-INQUIRY-RESPONSE.

DB-READ-BY-NAME.
    DISPLAY "Performing READ BY NAME operation..."
    ADD 1 TO WS-INQ-COUNT
    MOVE 0 TO WS-NAME-MATCH-COUNT
    MOVE 0 TO WS-NAME-PREFIX-LEN
    INSPECT FUNCTION REVERSE(WS-NAME)
           ADD 1 TO WS-NAME-MATCH-COUNT
           DISPLAY "MATCH: ID=" DB-ID " NAME=" DB-NAME
            " AGE=" DB-AGE " STATUS=" DB-STATUS
           MOVE DB-ID TO WS-ACCESS-ID
           MOVE "NAMESEARCH" TO WS-ACCESS-TYPE
           PERFORM WRITE-INQUIRY-ACCESS
           IF DB-DELETED
            MOVE "DELETED" TO WS-INQ-RESULT
           ELSE
            MOVE "FOUND" TO WS-INQ-RESULT
           END-IF
           MOVE "Y" TO WS-INQ-WITH-DATA
           PERFORM WRITE-INQUIRY-RESPONSE
          END-IF
         ELSE
          MOVE "Y" TO WS-NAME-SCAN-DONE
     ELSE
      DISPLAY "READ BY NAME found " WS-NAME-MATCH-COUNT " records."
     END-IF
    END-IF
    IF WS-NAME-MATCH-COUNT = 0
     MOVE "NOT FOUND" TO WS-INQ-RESULT
     MOVE "N" TO WS-INQ-WITH-DATA
     PERFORM WRITE-INQUIRY-RESPONSE
    END-IF.

DB-READ-SOUNDS-LIKE.
    DISPLAY "Performing SOUNDS-LIKE operation..."
    ADD 1 TO WS-INQ-COUNT
    MOVE 0 TO WS-NAME-MATCH-COUNT
    EVALUATE TRUE
     WHEN WS-NAME = SPACES
      DISPLAY "SOUNDS-LIKE failed, no name supplied."
      MOVE "DB-READ-SOUNDS-LIKE" TO WS-EL-PARAGRAPH
      MOVE "99" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     WHEN WS-PHON-AVAILABLE NOT = "Y"
      DISPLAY "SOUNDS-LIKE failed, phonetic index not available."
      MOVE "DB-READ-SOUNDS-LIKE" TO WS-EL-PARAGRAPH
      MOVE WS-PX-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     WHEN OTHER
      MOVE WS-NAME TO WS-PHON-NAME
      PERFORM FIND-SOUNDALIKES
      PERFORM VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > WS-SL-COUNT
       MOVE WS-SL-ID(WS-SL-I) TO DB-ID
       READ PersonFile
        KEY IS DB-ID
       END-READ
       IF WS-DB-STATUS = "00"
        ADD 1 TO WS-NAME-MATCH-COUNT
        DISPLAY "CANDIDATE: SCORE=" WS-SL-CAND-SCORE(WS-SL-I)
         " ID=" DB-ID " NAME=" DB-NAME
         " BIRTHDATE=" DB-BIRTHDATE " STATUS=" DB-STATUS
        MOVE DB-ID TO WS-ACCESS-ID
        MOVE "SOUNDSLIKE" TO WS-ACCESS-TYPE
        PERFORM WRITE-INQUIRY-ACCESS
        MOVE "SIMILAR" TO WS-INQ-RESULT
        MOVE "Y" TO WS-INQ-WITH-DATA
        MOVE WS-SL-CAND-SCORE(WS-SL-I) TO WS-INQ-SCORE
        PERFORM WRITE-INQUIRY-RESPONSE
        MOVE 0 TO WS-INQ-SCORE
       END-IF
      END-PERFORM
      IF WS-SL-DROPPED > 0
       DISPLAY "NOTE: " WS-SL-DROPPED
        " weaker candidates not listed."
      END-IF
      IF WS-NAME-MATCH-COUNT = 0
       DISPLAY "SOUNDS-LIKE found no candidates for name "
        FUNCTION TRIM(WS-NAME)
      ELSE
       DISPLAY "SOUNDS-LIKE found " WS-NAME-MATCH-COUNT " candidates."
      END-IF
    END-EVALUATE
    IF WS-NAME-MATCH-COUNT = 0
     MOVE "NOT FOUND" TO WS-INQ-RESULT
     MOVE "N" TO WS-INQ-WITH-DATA
     PERFORM WRITE-INQUIRY-RESPONSE
    END-IF.

OPEN-INQUIRY-RESPONSE.
    IF WS-RESTART-RECNO > 0
     PERFORM COUNT-INQUIRY-RESPONSES
     OPEN EXTEND InqRespFile
     IF WS-INQRESP-STATUS = "00"
      MOVE "Y" TO WS-INQRESP-OPEN
     END-IF
    END-IF
    IF WS-INQRESP-OPEN = "N"
     OPEN OUTPUT InqRespFile
     IF WS-INQRESP-STATUS = "00"
      MOVE "Y" TO WS-INQRESP-OPEN
      MOVE 0 TO WS-INQ-COUNT
      MOVE 0 TO WS-INQ-MATCH-COUNT
      MOVE 0 TO WS-INQ-RESP-COUNT
      MOVE SPACES TO INQ-RESP-RECORD
      STRING "HDR RUNDATE=" WS-RUN-DATE " SOURCE=INQUIRY"
       DELIMITED BY SIZE INTO INQ-RESP-RECORD
      WRITE INQ-RESP-RECORD
     ELSE
      DISPLAY "WARNING: unable to open InqRespFile, status "
       WS-INQRESP-STATUS "; inquiry responses not written."
      MOVE "OPEN-INQUIRY-RESP" TO WS-EL-PARAGRAPH
      MOVE WS-INQRESP-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      IF RETURN-CODE = 0
       MOVE 4 TO RETURN-CODE
      END-IF
     END-IF
    END-IF.

COUNT-INQUIRY-RESPONSES.
    MOVE "N" TO WS-INQRESP-EOF
    MOVE SPACES TO WS-INQ-LAST-SEQ
    OPEN INPUT InqRespFile
    IF WS-INQRESP-STATUS = "00"
     PERFORM UNTIL WS-INQRESP-EOF = "Y"
      READ InqRespFile INTO INQUIRY-DETAIL
       AT END
        MOVE "Y" TO WS-INQRESP-EOF
       NOT AT END
        IF IQ-REC-TYPE = "DTL"
         ADD 1 TO WS-INQ-RESP-COUNT
         IF INQ-RESP-RECORD(16:7) NOT = WS-INQ-LAST-SEQ
          ADD 1 TO WS-INQ-COUNT
          MOVE INQ-RESP-RECORD(16:7) TO WS-INQ-LAST-SEQ
         END-IF
         IF IQ-RESULT = "FOUND" OR IQ-RESULT = "DELETED"
            OR IQ-RESULT = "SIMILAR"
          IF INQ-RESP-RECORD(54:7) NOT = SPACES
           ADD 1 TO WS-INQ-MATCH-COUNT
          END-IF
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE InqRespFile
    END-IF.

WRITE-INQUIRY-RESPONSE.
    IF WS-INQRESP-OPEN = "Y"
     MOVE SPACES TO INQUIRY-DETAIL
     MOVE "DTL" TO IQ-REC-TYPE
     MOVE TR-BATCH-ID TO IQ-BATCH-ID
     MOVE WS-TRANS-RECNO TO IQ-TXN-SEQ
     MOVE TR-CODE TO IQ-INQ-TYPE
     IF TR-CODE = "I"
      MOVE WS-ID TO IQ-SEARCH(1:7)
     ELSE
      MOVE WS-NAME TO IQ-SEARCH
     END-IF
     MOVE WS-INQ-RESULT TO IQ-RESULT
     IF WS-INQ-WITH-DATA = "Y"
      ADD 1 TO WS-INQ-MATCH-COUNT
      MOVE DB-ID TO IQ-ID
      MOVE DB-NAME TO IQ-NAME
      MOVE DB-AGE TO IQ-AGE
      MOVE DB-STATUS TO IQ-STATUS
      MOVE DB-ADDR-LINE1 TO IQ-ADDR-LINE1
      MOVE DB-ADDR-LINE2 TO IQ-ADDR-LINE2
      MOVE DB-EFF-DATE TO IQ-EFF-DATE
      MOVE DB-BIRTHDATE TO IQ-BIRTHDATE
      MOVE DB-MERGE-ID TO IQ-MERGE-ID
      IF WS-INQ-SCORE > 0
       MOVE WS-INQ-SCORE TO IQ-SCORE
      END-IF
     END-IF
     MOVE SPACES TO INQ-RESP-RECORD
     MOVE INQUIRY-DETAIL TO INQ-RESP-RECORD
     WRITE INQ-RESP-RECORD
     IF WS-INQRESP-STATUS = "00"
      ADD 1 TO WS-INQ-RESP-COUNT
     ELSE
      DISPLAY "ERROR: write failure on InqRespFile, status "
       WS-INQRESP-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "WRITE-INQUIRY-RESP" TO WS-EL-PARAGRAPH
      MOVE WS-INQRESP-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     END-IF
    END-IF.

WRITE-INQUIRY-TRAILER.
    MOVE SPACES TO INQ-RESP-RECORD
    STRING "TRL RECORDCOUNT=" WS-INQ-RESP-COUNT
           " INQUIRYCOUNT=" WS-INQ-COUNT
           " MATCHCOUNT=" WS-INQ-MATCH-COUNT
     DELIMITED BY SIZE INTO INQ-RESP-RECORD
    WRITE INQ-RESP-RECORD
    IF WS-INQRESP-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on InqRespFile, status "
      WS-INQRESP-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

LOAD-NEXT-ID.
      IF WS-DB-STATUS = "00"
       DISPLAY "WRITE operation successful."
       ADD 1 TO WS-ADD-COUNT
       MOVE DB-ID TO WS-PHON-ID
       MOVE DB-NAME TO WS-PHON-NAME
       PERFORM PUT-PHONETIC-ENTRY
       MOVE SPACES TO WS-BEFORE-NAME
       MOVE 0 TO WS-BEFORE-AGE
       MOVE SPACES TO WS-BEFORE-ADDR1
      WHEN "S"
       MOVE WS-NEW-ADDR-LINE1 TO DB-ADDR-LINE1
       MOVE WS-NEW-ADDR-LINE2 TO DB-ADDR-LINE2
       IF WS-NEW-EFF-DATE > DB-EFF-DATE
        MOVE WS-NEW-EFF-DATE TO DB-EFF-DATE
       END-IF
      WHEN "E"
       MOVE WS-NEW-EFF-DATE TO DB-EFF-DATE
      WHEN "B"
     END-EVALUATE
     REWRITE PERSON-RECORD
     IF WS-DB-STATUS = "00"
      IF DB-NAME NOT = WS-BEFORE-NAME
       PERFORM REINDEX-CHANGED-NAME
      END-IF
      MOVE DB-NAME TO WS-NAME
      MOVE DB-AGE TO WS-AGE
      MOVE DB-ADDR-LINE1 TO WS-AFTER-ADDR1

DB-DELETE.
    DISPLAY "Performing DELETE operation..."
    MOVE WS-ID TO WS-HOLD-CHECK-ID
    PERFORM FIND-LEGAL-HOLD
    IF WS-HOLD-FOUND > 0
     MOVE "DELETE" TO WS-HOLD-ACTION
     MOVE "DB-DELETE" TO WS-EL-PARAGRAPH
     PERFORM REJECT-HELD-TRANSACTION
    ELSE
     MOVE WS-ID TO DB-ID
     READ PersonFile INTO WS-RECORD-DATA
      KEY IS DB-ID
     END-READ
     IF WS-DB-STATUS = "00" AND NOT WS-ACTIVE
      MOVE "23" TO WS-DB-STATUS
     END-IF
     IF WS-DB-STATUS = "00"
      MOVE WS-NAME TO WS-BEFORE-NAME
      MOVE WS-AGE TO WS-BEFORE-AGE
      MOVE WS-ADDR-LINE1 TO WS-BEFORE-ADDR1
      MOVE WS-ADDR-LINE2 TO WS-BEFORE-ADDR2
      MOVE WS-EFF-DATE TO WS-BEFORE-EFF-DATE
      MOVE WS-BIRTHDATE TO WS-BEFORE-BIRTHDATE
      MOVE "D" TO DB-STATUS
      MOVE WS-RUN-DATE TO DB-DEL-DATE
      REWRITE PERSON-RECORD
      IF WS-DB-STATUS = "00"
       MOVE SPACES TO WS-NAME
       MOVE 0 TO WS-AGE
       MOVE SPACES TO WS-AFTER-ADDR1
       MOVE SPACES TO WS-AFTER-ADDR2
       MOVE 0 TO WS-AFTER-EFF-DATE
       MOVE 0 TO WS-AFTER-BIRTHDATE
       MOVE "DELETE" TO WS-AUDIT-OP
       PERFORM WRITE-AUDIT-ENTRY
       PERFORM CT-DELETE-ALL
       PERFORM RR-END-ALL
      END-IF
     END-IF
     IF WS-DB-STATUS = "00"
      DISPLAY "DELETE operation successful."
     ELSE
      DISPLAY "DELETE operation failed, status " WS-DB-STATUS "."
      MOVE "DB-DELETE" TO WS-EL-PARAGRAPH
      MOVE WS-DB-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     END-IF
    END-IF.

DB-REINSTATE.
     END-PERFORM
    END-IF.

RR-ADD-LINK.
    DISPLAY "Performing LINK ADD operation..."
    IF TR-MERGE-ID IS NOT NUMERIC OR TR-MERGE-ID = 0
       OR TR-MERGE-ID = WS-ID
       OR (TR-UPDATE-FIELD NOT = "S" AND TR-UPDATE-FIELD NOT = "D"
           AND TR-UPDATE-FIELD NOT = "G")
     DISPLAY "LINK ADD failed, invalid related ID or type for ID "
      WS-ID
     MOVE "RR-ADD-LINK" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE WS-ID TO DB-ID
     READ PersonFile
      KEY IS DB-ID
     END-READ
     IF WS-DB-STATUS = "00" AND NOT DB-ACTIVE
      MOVE "23" TO WS-DB-STATUS
     END-IF
     IF WS-DB-STATUS = "00"
      MOVE TR-MERGE-ID TO DB-ID
      READ PersonFile
       KEY IS DB-ID
      END-READ
      IF WS-DB-STATUS = "00" AND NOT DB-ACTIVE
       MOVE "23" TO WS-DB-STATUS
      END-IF
     END-IF
     IF WS-DB-STATUS NOT = "00"
      DISPLAY "LINK ADD failed, no active person " DB-ID
       ", status " WS-DB-STATUS "."
      MOVE "RR-ADD-LINK" TO WS-EL-PARAGRAPH
      MOVE WS-DB-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      MOVE WS-ID TO WS-RR-ID
      MOVE TR-MERGE-ID TO WS-RR-REL-ID
      MOVE TR-UPDATE-FIELD TO WS-RR-TYPE
      IF WS-NEW-EFF-DATE > 0
       MOVE WS-NEW-EFF-DATE TO WS-RR-EFF-DATE
      ELSE
       MOVE WS-RUN-DATE TO WS-RR-EFF-DATE
      END-IF
      MOVE "00" TO WS-RR-STATUS
      IF WS-RR-TYPE = "S"
       MOVE WS-RR-REL-ID TO RR-ID
       MOVE WS-RR-ID TO RR-REL-ID
       READ RelationFile
        KEY IS RR-KEY
       END-READ
       IF WS-RR-STATUS = "00" AND RR-ACTIVE
        MOVE "22" TO WS-RR-STATUS
       ELSE
        MOVE "00" TO WS-RR-STATUS
       END-IF
      END-IF
      IF WS-RR-STATUS = "00"
       PERFORM RR-STORE-LINK
      END-IF
      IF WS-RR-STATUS = "00"
       DISPLAY "LINK ADD successful."
      ELSE
       DISPLAY "LINK ADD failed, status " WS-RR-STATUS "."
       MOVE "RR-ADD-LINK" TO WS-EL-PARAGRAPH
       MOVE WS-RR-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
      END-IF
     END-IF
    END-IF.

RR-END-LINK.
    DISPLAY "Performing LINK END operation..."
    IF TR-MERGE-ID IS NOT NUMERIC OR TR-MERGE-ID = 0
     DISPLAY "LINK END failed, related ID not numeric for ID " WS-ID
     MOVE "RR-END-LINK" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE WS-ID TO RR-ID
     MOVE TR-MERGE-ID TO RR-REL-ID
     READ RelationFile
      KEY IS RR-KEY
     END-READ
     IF WS-RR-STATUS = "00" AND NOT RR-ACTIVE
      MOVE "23" TO WS-RR-STATUS
     END-IF
     IF WS-RR-STATUS NOT = "00"
      DISPLAY "LINK END failed, status " WS-RR-STATUS "."
      MOVE "RR-END-LINK" TO WS-EL-PARAGRAPH
      MOVE WS-RR-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      IF TR-DEL-DATE IS NUMERIC AND TR-DEL-DATE > 0
       MOVE TR-DEL-DATE TO WS-RR-END-DATE
      ELSE
       MOVE WS-RUN-DATE TO WS-RR-END-DATE
      END-IF
      IF WS-RR-END-DATE < RR-EFF-DATE
       MOVE RR-EFF-DATE TO WS-RR-END-DATE
      END-IF
      PERFORM RR-END-ROW
      IF WS-RR-STATUS = "00"
       DISPLAY "LINK END successful."
      END-IF
     END-IF
    END-IF.

RR-STORE-LINK.
    MOVE WS-RR-ID TO RR-ID
    MOVE WS-RR-REL-ID TO RR-REL-ID
    READ RelationFile
     KEY IS RR-KEY
    END-READ
    MOVE SPACES TO WS-BEFORE-NAME
    MOVE 0 TO WS-BEFORE-AGE
    MOVE SPACES TO WS-BEFORE-ADDR1
    STRING WS-RR-REL-ID " " WS-RR-TYPE
     DELIMITED BY SIZE INTO WS-BEFORE-ADDR1
    MOVE SPACES TO WS-BEFORE-ADDR2
    MOVE 0 TO WS-BEFORE-EFF-DATE
    MOVE 0 TO WS-BEFORE-BIRTHDATE
    EVALUATE TRUE
     WHEN WS-RR-STATUS = "00" AND RR-ACTIVE
      MOVE "22" TO WS-RR-STATUS
     WHEN WS-RR-STATUS = "00"
      MOVE RR-TYPE TO WS-BEFORE-ADDR1(9:1)
      MOVE RR-END-DATE TO WS-BEFORE-ADDR2(1:8)
      MOVE RR-EFF-DATE TO WS-BEFORE-EFF-DATE
      MOVE WS-RR-TYPE TO RR-TYPE
      MOVE "A" TO RR-STATUS
      MOVE WS-RR-EFF-DATE TO RR-EFF-DATE
      MOVE 0 TO RR-END-DATE
      REWRITE RELATION-RECORD
     WHEN WS-RR-STATUS = "23"
      MOVE SPACES TO RELATION-RECORD
      MOVE WS-RR-ID TO RR-ID
      MOVE WS-RR-REL-ID TO RR-REL-ID
      MOVE WS-RR-TYPE TO RR-TYPE
      MOVE "A" TO RR-STATUS
      MOVE WS-RR-EFF-DATE TO RR-EFF-DATE
      MOVE 0 TO RR-END-DATE
      MOVE WS-RR-REL-ID TO RR-REV-REL-ID
      MOVE WS-RR-ID TO RR-REV-ID
      WRITE RELATION-RECORD
    END-EVALUATE
    IF WS-RR-STATUS = "00"
     ADD 1 TO WS-RELATION-COUNT
     MOVE SPACES TO WS-AFTER-ADDR1
     STRING RR-REL-ID " " RR-TYPE
      DELIMITED BY SIZE INTO WS-AFTER-ADDR1
     MOVE SPACES TO WS-AFTER-ADDR2
     MOVE RR-EFF-DATE TO WS-AFTER-EFF-DATE
     MOVE 0 TO WS-AFTER-BIRTHDATE
     MOVE "RLADD" TO WS-AUDIT-OP
     PERFORM RR-WRITE-AUDIT
    END-IF.

RR-END-ROW.
    MOVE SPACES TO WS-BEFORE-NAME
    MOVE 0 TO WS-BEFORE-AGE
    MOVE SPACES TO WS-BEFORE-ADDR1
    STRING RR-REL-ID " " RR-TYPE
     DELIMITED BY SIZE INTO WS-BEFORE-ADDR1
    MOVE SPACES TO WS-BEFORE-ADDR2
    MOVE RR-EFF-DATE TO WS-BEFORE-EFF-DATE
    MOVE 0 TO WS-BEFORE-BIRTHDATE
    MOVE "E" TO RR-STATUS
    MOVE WS-RR-END-DATE TO RR-END-DATE
    REWRITE RELATION-RECORD
    IF WS-RR-STATUS = "00"
     ADD 1 TO WS-RELATION-COUNT
     MOVE WS-BEFORE-ADDR1 TO WS-AFTER-ADDR1
     MOVE SPACES TO WS-AFTER-ADDR2
     MOVE RR-END-DATE TO WS-AFTER-ADDR2(1:8)
     MOVE RR-EFF-DATE TO WS-AFTER-EFF-DATE
     MOVE 0 TO WS-AFTER-BIRTHDATE
     MOVE "RLEND" TO WS-AUDIT-OP
     PERFORM RR-WRITE-AUDIT
    ELSE
     DISPLAY "LINK row rewrite failed, status " WS-RR-STATUS "."
     MOVE "RR-END-ROW" TO WS-EL-PARAGRAPH
     MOVE WS-RR-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

RR-WRITE-AUDIT.
    MOVE WS-ID TO WS-RR-SAVE-ID
    MOVE RR-ID TO WS-ID
    MOVE SPACES TO WS-NAME
    MOVE 0 TO WS-AGE
    MOVE RR-TYPE TO WS-AUDIT-UF
    PERFORM WRITE-AUDIT-ENTRY
    MOVE SPACE TO WS-AUDIT-UF
    MOVE WS-RR-SAVE-ID TO WS-ID.

RR-END-ALL.
    MOVE WS-RUN-DATE TO WS-RR-END-DATE
    MOVE WS-ID TO RR-ID
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
        IF RR-ID NOT = WS-ID
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         IF RR-ACTIVE
          PERFORM RR-END-ROW
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF
    MOVE WS-ID TO RR-REV-REL-ID
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
        IF RR-REV-REL-ID NOT = WS-ID
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         IF RR-ACTIVE
          PERFORM RR-END-ROW
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF.

RR-MERGE-LINKS.
    MOVE WS-RUN-DATE TO WS-RR-END-DATE
    MOVE 0 TO WS-RR-MOVE-COUNT
    MOVE WS-MERGE-SOURCE TO RR-ID
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
        IF RR-ID NOT = WS-MERGE-SOURCE
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         IF RR-ACTIVE
          PERFORM RR-COLLECT-LINK
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF
    MOVE WS-MERGE-SOURCE TO RR-REV-REL-ID
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
        IF RR-REV-REL-ID NOT = WS-MERGE-SOURCE
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         IF RR-ACTIVE
          PERFORM RR-COLLECT-LINK
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF
    PERFORM VARYING WS-RR-IDX FROM 1 BY 1
     UNTIL WS-RR-IDX > WS-RR-MOVE-COUNT
     PERFORM RR-MOVE-LINK
    END-PERFORM
    MOVE "00" TO WS-RR-STATUS.

RR-COLLECT-LINK.
    IF WS-RR-MOVE-COUNT < 50
     ADD 1 TO WS-RR-MOVE-COUNT
     MOVE RR-ID TO WS-RRM-ID(WS-RR-MOVE-COUNT)
     MOVE RR-REL-ID TO WS-RRM-REL-ID(WS-RR-MOVE-COUNT)
     MOVE RR-TYPE TO WS-RRM-TYPE(WS-RR-MOVE-COUNT)
     MOVE RR-EFF-DATE TO WS-RRM-EFF-DATE(WS-RR-MOVE-COUNT)
    ELSE
     DISPLAY "MERGE link table full; link " RR-ID "/" RR-REL-ID
      " ended without transfer."
     PERFORM RR-END-ROW
     MOVE "RR-COLLECT-LINK" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

RR-MOVE-LINK.
    MOVE WS-RRM-ID(WS-RR-IDX) TO RR-ID
    MOVE WS-RRM-REL-ID(WS-RR-IDX) TO RR-REL-ID
    READ RelationFile
     KEY IS RR-KEY
    END-READ
    IF WS-RR-STATUS = "00"
     PERFORM RR-END-ROW
    END-IF
    IF WS-RR-STATUS = "00"
     IF WS-RRM-ID(WS-RR-IDX) = WS-MERGE-SOURCE
      MOVE WS-ID TO WS-RR-ID
      MOVE WS-RRM-REL-ID(WS-RR-IDX) TO WS-RR-REL-ID
     ELSE
      MOVE WS-RRM-ID(WS-RR-IDX) TO WS-RR-ID
      MOVE WS-ID TO WS-RR-REL-ID
     END-IF
     MOVE WS-RRM-TYPE(WS-RR-IDX) TO WS-RR-TYPE
     MOVE WS-RRM-EFF-DATE(WS-RR-IDX) TO WS-RR-EFF-DATE
     IF WS-RR-ID = WS-RR-REL-ID
      MOVE SPACES TO MERGE-RPT-RECORD
      STRING "  LINK " WS-RRM-ID(WS-RR-IDX)
             "/" WS-RRM-REL-ID(WS-RR-IDX)
             " TYPE=" WS-RR-TYPE " ENDED, WOULD LINK SURVIVOR TO ITSELF"
       DELIMITED BY SIZE INTO MERGE-RPT-RECORD
      PERFORM WRITE-MERGE-RPT-LINE
     ELSE
      PERFORM RR-STORE-LINK
      MOVE SPACES TO MERGE-RPT-RECORD
      EVALUATE WS-RR-STATUS
       WHEN "00"
        STRING "  LINK " WS-RRM-ID(WS-RR-IDX)
               "/" WS-RRM-REL-ID(WS-RR-IDX)
               " TYPE=" WS-RR-TYPE " MOVED TO "
               WS-RR-ID "/" WS-RR-REL-ID
         DELIMITED BY SIZE INTO MERGE-RPT-RECORD
       WHEN "22"
        STRING "  LINK " WS-RRM-ID(WS-RR-IDX)
               "/" WS-RRM-REL-ID(WS-RR-IDX)
               " TYPE=" WS-RR-TYPE " ENDED, SURVIVOR ALREADY LINKED"
         DELIMITED BY SIZE INTO MERGE-RPT-RECORD
       WHEN OTHER
        STRING "  LINK " WS-RRM-ID(WS-RR-IDX)
               "/" WS-RRM-REL-ID(WS-RR-IDX)
               " TYPE=" WS-RR-TYPE " ENDED, TRANSFER FAILED STATUS "
               WS-RR-STATUS
         DELIMITED BY SIZE INTO MERGE-RPT-RECORD
        MOVE "RR-MOVE-LINK" TO WS-EL-PARAGRAPH
        MOVE WS-RR-STATUS TO WS-EL-STATUS
        PERFORM LOG-ERROR
      END-EVALUATE
      PERFORM WRITE-MERGE-RPT-LINE
     END-IF
    END-IF.

DB-MERGE.
    DISPLAY "Performing MERGE operation..."
    IF TR-MERGE-ID IS NOT NUMERIC OR TR-MERGE-ID = 0
       OR TR-MERGE-ID = WS-ID
     DISPLAY "MERGE operation failed, invalid source ID for survivor "
      WS-ID
     MOVE "DB-MERGE" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE TR-MERGE-ID TO WS-HOLD-CHECK-ID
     PERFORM FIND-LEGAL-HOLD
     IF WS-HOLD-FOUND = 0
      MOVE WS-ID TO WS-HOLD-CHECK-ID
      PERFORM FIND-LEGAL-HOLD
     END-IF
     IF WS-HOLD-FOUND > 0
      MOVE "MERGE" TO WS-HOLD-ACTION
      MOVE "DB-MERGE" TO WS-EL-PARAGRAPH
      PERFORM REJECT-HELD-TRANSACTION
     ELSE
      MOVE TR-MERGE-ID TO WS-MERGE-SOURCE
      MOVE WS-MERGE-SOURCE TO DB-ID
      READ PersonFile INTO WS-MERGE-SOURCE-DATA
       KEY IS DB-ID
      END-READ
      IF WS-DB-STATUS = "00" AND NOT MS-ACTIVE
       MOVE "23" TO WS-DB-STATUS
      END-IF
      IF WS-DB-STATUS NOT = "00"
       DISPLAY "MERGE operation failed, source " WS-MERGE-SOURCE
        " unavailable, status " WS-DB-STATUS "."
       MOVE "DB-MERGE" TO WS-EL-PARAGRAPH
       MOVE WS-DB-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
      ELSE
       MOVE WS-ID TO DB-ID
       READ PersonFile
        KEY IS DB-ID
       END-READ
       IF WS-DB-STATUS = "00" AND NOT DB-ACTIVE
        MOVE "23" TO WS-DB-STATUS
       END-IF
       IF WS-DB-STATUS NOT = "00"
        DISPLAY "MERGE operation failed, survivor " WS-ID
         " unavailable, status " WS-DB-STATUS "."
        MOVE "DB-MERGE" TO WS-EL-PARAGRAPH
        MOVE WS-DB-STATUS TO WS-EL-STATUS
        PERFORM LOG-ERROR
       ELSE
        PERFORM MERGE-SURVIVOR
        IF WS-DB-STATUS = "00"
         PERFORM MERGE-CLOSE-SOURCE
        END-IF
        IF WS-DB-STATUS = "00"
         PERFORM RR-MERGE-LINKS
        END-IF
       END-IF
      END-IF
     END-IF
     ADD 1 TO WS-MERGE-COUNT
    END-IF.

REJECT-HELD-TRANSACTION.
    DISPLAY FUNCTION TRIM(WS-HOLD-ACTION) " operation rejected, ID "
     WS-HOLD-CHECK-ID
     " is under legal hold "
     FUNCTION TRIM(WS-HOLD-REF(WS-HOLD-FOUND)) "."
    MOVE "99" TO WS-DB-STATUS
    MOVE "LEGALHOLD" TO WS-EL-STATUS
    PERFORM LOG-ERROR
    MOVE SPACES TO WS-HOLD-DETAIL
    STRING "BATCH=" TR-BATCH-ID " TRANS=" WS-TRANS-RECNO
     DELIMITED BY SIZE INTO WS-HOLD-DETAIL
    PERFORM WRITE-HOLD-BLOCK.

MERGE-SURVIVOR.
    MOVE DB-NAME TO WS-BEFORE-NAME
    MOVE DB-AGE TO WS-BEFORE-AGE
    PERFORM MERGE-RPT-BIRTH-LINE
    REWRITE PERSON-RECORD
    IF WS-DB-STATUS = "00"
     IF DB-NAME NOT = WS-BEFORE-NAME
      PERFORM REINDEX-CHANGED-NAME
     END-IF
     MOVE DB-NAME TO WS-NAME
     MOVE DB-AGE TO WS-AGE
     MOVE DB-ADDR-LINE1 TO WS-AFTER-ADDR1
