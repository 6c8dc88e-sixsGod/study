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
    SELECT RunLockFile ASSIGN TO "runlock.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUNLOCK-STATUS.
    SELECT OperFile ASSIGN TO DYNAMIC WS-OPER-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS OP-ID
     FILE STATUS IS WS-OP-STATUS.
    SELECT SignLogFile ASSIGN TO DYNAMIC WS-SIGNLOG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SIGNLOG-STATUS.
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
01 RUN-LOCK-RECORD.
    COPY RUNLOCK.

FD OperFile.
01 OPERATOR-RECORD.
    COPY OPERREC.

FD SignLogFile.
01 SIGN-LOG-RECORD.
    COPY SIGNLOG.

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
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-PERSON-FILENAME  PIC X(40) VALUE "persondb.dat".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-CONTACT-FILENAME PIC X(40) VALUE "contactdb.dat".
01 WS-CT-STATUS        PIC X(02).
01 WS-CT-SCAN-DONE     PIC X VALUE "N".
01 WS-RELATION-FILENAME PIC X(40) VALUE "reldb.dat".
01 WS-RR-STATUS        PIC X(02).
01 WS-RR-SCAN-DONE     PIC X VALUE "N".
01 WS-RR-SAVE-ID       PIC 9(07) VALUE 0.
01 WS-DB-STATUS        PIC X(02).
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-NAME-MATCH-COUNT PIC 9(5) VALUE 0.
01 WS-NAME-PREFIX-LEN  PIC 9(2) VALUE 0.
01 WS-NAME-SCAN-DONE   PIC X VALUE "N".
01 WS-OPER-FILENAME    PIC X(40) VALUE "operdb.dat".
01 WS-OP-STATUS        PIC X(02).
01 WS-SIGNLOG-FILENAME PIC X(40) VALUE "signlog.txt".
01 WS-SIGNLOG-STATUS   PIC X(02).
01 WS-SIGNON-MAX-FAIL  PIC 9(2) VALUE 3.
01 WS-SIGNON-TRIES     PIC 9(2) VALUE 0.
01 WS-SIGNED-ON        PIC X VALUE "N".
01 WS-OPER-ID          PIC X(08) VALUE SPACES.
01 WS-OPER-LEVEL       PIC X(01) VALUE SPACE.
01 WS-NEEDED-LEVEL     PIC X(01) VALUE SPACE.
01 WS-AUTHORIZED       PIC X VALUE "N".
01 WS-PW-INPUT         PIC X(20).
01 WS-PW-OPER-ID       PIC X(08).
01 WS-PW-HASH          PIC 9(09) VALUE 0.
01 WS-PW-WORK          PIC 9(18) VALUE 0.
01 WS-PW-IDX           PIC 9(2) VALUE 0.
01 WS-SL-EVENT         PIC X(10).
01 WS-SL-DETAIL        PIC X(40).
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
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 10.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "OPERFILE       NN".
        10 FILLER PIC X(17) VALUE "SIGNLOGFILE    NN".
        10 FILLER PIC X(17) VALUE "SIGNONMAXFAIL  NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "PHONIDXFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 10 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     GOBACK
    END-IF

    PERFORM SIGN-ON
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: operator not signed on."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE "O" TO WS-ACCESS-REQ-TYPE
    MOVE WS-OPER-ID TO WS-ACCESS-REQUESTOR

    PERFORM ACQUIRE-RUN-LOCK
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: person master is in use."
     PERFORM WRITE-SIGN-OFF
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-LEGAL-HOLDS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: legal hold register unreadable."
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-SIGN-OFF
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    END-IF

    PERFORM OPEN-CONTACT-FILE
    PERFORM OPEN-RELATION-FILE
    PERFORM OPEN-PHONETIC-INDEX
    PERFORM LOAD-AUDIT-SEQ

    PERFORM UNTIL WS-SESSION-DONE = "Y"
      WHEN "1"
       PERFORM LOOKUP-BY-ID
      WHEN "2"
       MOVE "M" TO WS-NEEDED-LEVEL
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED = "Y"
        PERFORM ADD-PERSON
       END-IF
      WHEN "3"
       MOVE "M" TO WS-NEEDED-LEVEL
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED = "Y"
        PERFORM CHANGE-PERSON
       END-IF
      WHEN "4"
       MOVE "S" TO WS-NEEDED-LEVEL
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED = "Y"
        PERFORM DELETE-PERSON
       END-IF
      WHEN "5"
       MOVE "S" TO WS-NEEDED-LEVEL
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED = "Y"
        PERFORM REINSTATE-PERSON
       END-IF
      WHEN "6"
       PERFORM SEARCH-BY-NAME
      WHEN "7"
       PERFORM SEARCH-SOUNDS-LIKE
      WHEN "9"
       MOVE "Y" TO WS-SESSION-DONE
      WHEN OTHER
       DISPLAY "Invalid choice, enter 1-7 or 9."
     END-EVALUATE
    END-PERFORM

    PERFORM WRITE-HOLD-RUN-MARK
    IF WS-AUDIT-WRITTEN > 0
     PERFORM WRITE-RUN-TRAILER
    END-IF

    CLOSE PersonFile
    CLOSE ContactFile
    CLOSE RelationFile
    IF WS-PHON-AVAILABLE = "Y"
     CLOSE PhonIdxFile
    END-IF
    CLOSE AuditFile
    PERFORM RELEASE-RUN-LOCK
    PERFORM WRITE-SIGN-OFF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Session ended."
    GOBACK.
SHOW-MENU.
    DISPLAY " "
    DISPLAY "1 - Look up person by ID"
    IF WS-OPER-LEVEL = "M" OR WS-OPER-LEVEL = "S"
     DISPLAY "2 - Add person"
     DISPLAY "3 - Change person"
    END-IF
    IF WS-OPER-LEVEL = "S"
     DISPLAY "4 - Delete person"
     DISPLAY "5 - Reinstate person"
    END-IF
    DISPLAY "6 - Search by name"
    DISPLAY "7 - Search by name, sounds like"
    DISPLAY "9 - Exit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT WS-MENU-CHOICE.
     END-READ
     IF WS-DB-STATUS = "00"
      PERFORM DISPLAY-PERSON
      MOVE DB-ID TO WS-ACCESS-ID
      MOVE "LOOKUP" TO WS-ACCESS-TYPE
      PERFORM WRITE-ACCESS-LOG
     ELSE
      DISPLAY "No record for ID " WS-WORK-ID
       ", status " WS-DB-STATUS
       WRITE PERSON-RECORD
       IF WS-DB-STATUS = "00"
        ADD 1 TO WS-UPDATE-COUNT
        MOVE DB-ID TO WS-PHON-ID
        MOVE DB-NAME TO WS-PHON-NAME
        PERFORM PUT-PHONETIC-ENTRY
        MOVE SPACES TO WS-BEFORE-NAME
        MOVE 0 TO WS-BEFORE-AGE
        MOVE SPACES TO WS-BEFORE-ADDR1
        REWRITE PERSON-RECORD
        IF WS-DB-STATUS = "00"
         ADD 1 TO WS-UPDATE-COUNT
         IF DB-NAME NOT = WS-BEFORE-NAME
          MOVE DB-ID TO WS-PHON-ID
          MOVE WS-BEFORE-NAME TO WS-PHON-NAME
          PERFORM REMOVE-PHONETIC-ENTRY
          MOVE DB-NAME TO WS-PHON-NAME
          PERFORM PUT-PHONETIC-ENTRY
         END-IF
         MOVE WS-WORK-NAME TO WS-AFTER-NAME
         MOVE WS-WORK-AGE TO WS-AFTER-AGE
         MOVE DB-ADDR-LINE1 TO WS-AFTER-ADDR1
      IF NOT DB-ACTIVE
       DISPLAY "DELETE failed, record is not active."
      ELSE
       MOVE WS-WORK-ID TO WS-HOLD-CHECK-ID
       PERFORM FIND-LEGAL-HOLD
       IF WS-HOLD-FOUND > 0
        DISPLAY "DELETE refused, ID " WS-WORK-ID
         " is under legal hold "
         FUNCTION TRIM(WS-HOLD-REF(WS-HOLD-FOUND)) "."
        MOVE "DELETE-PERSON" TO WS-EL-PARAGRAPH
        MOVE "LEGALHOLD" TO WS-EL-STATUS
        PERFORM LOG-ERROR
        MOVE "DELETE" TO WS-HOLD-ACTION
        MOVE SPACES TO WS-HOLD-DETAIL
        STRING "OPERATOR=" WS-OPER-ID
         DELIMITED BY SIZE INTO WS-HOLD-DETAIL
        PERFORM WRITE-HOLD-BLOCK
       ELSE
        ADD 1 TO WS-TXN-COUNT
        MOVE DB-NAME TO WS-BEFORE-NAME
        MOVE DB-AGE TO WS-BEFORE-AGE
        MOVE DB-ADDR-LINE1 TO WS-BEFORE-ADDR1
        MOVE DB-ADDR-LINE2 TO WS-BEFORE-ADDR2
        MOVE DB-EFF-DATE TO WS-BEFORE-EFF-DATE
        MOVE DB-BIRTHDATE TO WS-BEFORE-BIRTHDATE
        MOVE "D" TO DB-STATUS
        MOVE WS-RUN-DATE TO DB-DEL-DATE
        REWRITE PERSON-RECORD
        IF WS-DB-STATUS = "00"
         ADD 1 TO WS-UPDATE-COUNT
         MOVE SPACES TO WS-AFTER-NAME
         MOVE 0 TO WS-AFTER-AGE
         MOVE SPACES TO WS-AFTER-ADDR1
         MOVE SPACES TO WS-AFTER-ADDR2
         MOVE 0 TO WS-AFTER-EFF-DATE
         MOVE 0 TO WS-AFTER-BIRTHDATE
         MOVE "DELETE" TO WS-AUDIT-OP
         PERFORM WRITE-AUDIT-ENTRY
         PERFORM CT-DELETE-ALL
         PERFORM RR-END-ALL
         DISPLAY "Person logically deleted."
        ELSE
         DISPLAY "DELETE failed, status " WS-DB-STATUS
         MOVE "DELETE-PERSON" TO WS-EL-PARAGRAPH
         MOVE WS-DB-STATUS TO WS-EL-STATUS
         PERFORM LOG-ERROR
        END-IF
       END-IF
      END-IF
     END-IF
          ADD 1 TO WS-NAME-MATCH-COUNT
          DISPLAY "MATCH: ID=" DB-ID " NAME=" DB-NAME
           " AGE=" DB-AGE " STATUS=" DB-STATUS
          MOVE DB-ID TO WS-ACCESS-ID
          MOVE "NAMESEARCH" TO WS-ACCESS-TYPE
          PERFORM WRITE-ACCESS-LOG
         ELSE
          MOVE "Y" TO WS-NAME-SCAN-DONE
         END-IF
     END-IF
     IF WS-NAME-MATCH-COUNT = 0
      DISPLAY "No records match that name."
      IF WS-PHON-AVAILABLE = "Y"
       DISPLAY "Use option 7 to list names that sound alike."
      END-IF
     ELSE
      DISPLAY WS-NAME-MATCH-COUNT " records matched."
     END-IF
    END-IF.

SEARCH-SOUNDS-LIKE.
    IF WS-PHON-AVAILABLE NOT = "Y"
     DISPLAY "Sounds-like search unavailable, no phonetic index."
    ELSE
     PERFORM GET-PERSON-NAME
     IF WS-INPUT-OK = "Y"
      ADD 1 TO WS-TXN-COUNT
      MOVE WS-WORK-NAME TO WS-PHON-NAME
      PERFORM FIND-SOUNDALIKES
      PERFORM VARYING WS-SL-I FROM 1 BY 1 UNTIL WS-SL-I > WS-SL-COUNT
       DISPLAY "CANDIDATE: SCORE=" WS-SL-CAND-SCORE(WS-SL-I)
        " ID=" WS-SL-ID(WS-SL-I) " NAME=" WS-SL-NAME(WS-SL-I)
        " BIRTHDATE=" WS-SL-BIRTH(WS-SL-I)
        " STATUS=" WS-SL-STATUS(WS-SL-I)
       MOVE WS-SL-ID(WS-SL-I) TO WS-ACCESS-ID
       MOVE "SOUNDSLIKE" TO WS-ACCESS-TYPE
       PERFORM WRITE-ACCESS-LOG
      END-PERFORM
      IF WS-SL-DROPPED > 0
       DISPLAY WS-SL-DROPPED " weaker candidates not listed."
      END-IF
      IF WS-SL-COUNT = 0
       DISPLAY "No names sound like that name."
      ELSE
       DISPLAY WS-SL-COUNT " candidates listed, best match first."
      END-IF
     END-IF
    END-IF.

OPEN-PERSON-FILE.
    OPEN I-O PersonFile
    IF WS-DB-STATUS = "35"
     OPEN I-O ContactFile
    END-IF.

OPEN-RELATION-FILE.
    OPEN I-O RelationFile
    IF WS-RR-STATUS = "35"
     OPEN OUTPUT RelationFile
     CLOSE RelationFile
     OPEN I-O RelationFile
    END-IF.

CT-DELETE-ALL.
    MOVE WS-WORK-ID TO CT-ID
    MOVE LOW-VALUES TO CT-TYPE
     PERFORM LOG-ERROR
    END-IF.

RR-END-ALL.
    MOVE WS-WORK-ID TO RR-ID
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
        IF RR-ID NOT = WS-WORK-ID
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         IF RR-ACTIVE
          PERFORM RR-END-ROW
         END-IF
        END-IF
      END-READ
     END-PERFORM
    END-IF
    MOVE WS-WORK-ID TO RR-REV-REL-ID
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
        IF RR-REV-REL-ID NOT = WS-WORK-ID
         MOVE "Y" TO WS-RR-SCAN-DONE
        ELSE
         IF RR-ACTIVE
          PERFORM RR-END-ROW
         END-IF
        END-IF
      END-READ
     END-PERFORM
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
    MOVE WS-RUN-DATE TO RR-END-DATE
    REWRITE RELATION-RECORD
    IF WS-RR-STATUS = "00"
     ADD 1 TO WS-UPDATE-COUNT
     MOVE SPACES TO WS-AFTER-NAME
     MOVE 0 TO WS-AFTER-AGE
     MOVE WS-BEFORE-ADDR1 TO WS-AFTER-ADDR1
     MOVE SPACES TO WS-AFTER-ADDR2
     MOVE RR-END-DATE TO WS-AFTER-ADDR2(1:8)
     MOVE RR-EFF-DATE TO WS-AFTER-EFF-DATE
     MOVE 0 TO WS-AFTER-BIRTHDATE
     MOVE RR-TYPE TO WS-AUDIT-UF
     MOVE "RLEND" TO WS-AUDIT-OP
     MOVE WS-WORK-ID TO WS-RR-SAVE-ID
     MOVE RR-ID TO WS-WORK-ID
     PERFORM WRITE-AUDIT-ENTRY
     MOVE WS-RR-SAVE-ID TO WS-WORK-ID
     MOVE SPACE TO WS-AUDIT-UF
     DISPLAY "Relationship link ended: " RR-ID "/" RR-REL-ID
      " TYPE=" RR-TYPE
    ELSE
     DISPLAY "LINK row rewrite failed, status " WS-RR-STATUS
     MOVE "RR-END-ROW" TO WS-EL-PARAGRAPH
     MOVE WS-RR-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

LOAD-AUDIT-SEQ.
    OPEN INPUT AuditSeqFile
    IF WS-AUDITSEQ-STATUS = "00"
    MOVE 0 TO AU-A-BIRTHDATE
    MOVE WS-AUDIT-SEQ TO AU-SEQ
    MOVE WS-AUDIT-WRITTEN TO AU-RUN-COUNT
    MOVE WS-OPER-ID TO AU-OPERATOR
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AuditFile, status "
    ADD 1 TO WS-AUDIT-SEQ
    MOVE WS-AUDIT-SEQ TO AU-SEQ
    MOVE 0 TO AU-RUN-COUNT
    MOVE WS-OPER-ID TO AU-OPERATOR
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AuditFile, status "
     ADD 1 TO WS-AUDIT-WRITTEN
    END-IF.

SIGN-ON.
    MOVE "N" TO WS-SIGNED-ON
    OPEN I-O OperFile
    IF WS-OP-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open OperFile, status " WS-OP-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "SIGN-ON" TO WS-EL-PARAGRAPH
     MOVE WS-OP-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE 0 TO WS-SIGNON-TRIES
     PERFORM UNTIL WS-SIGNED-ON = "Y"
      OR WS-SIGNON-TRIES >= WS-SIGNON-MAX-FAIL
      ADD 1 TO WS-SIGNON-TRIES
      PERFORM SIGN-ON-ATTEMPT
     END-PERFORM
     CLOSE OperFile
     IF WS-SIGNED-ON = "N"
      DISPLAY "ERROR: sign-on failed."
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

SIGN-ON-ATTEMPT.
    MOVE SPACES TO WS-INPUT
    DISPLAY "Operator ID: " WITH NO ADVANCING
    ACCEPT WS-INPUT
    MOVE FUNCTION UPPER-CASE(WS-INPUT(1:8)) TO WS-OPER-ID
    MOVE SPACES TO WS-PW-INPUT
    DISPLAY "Password: " WITH NO ADVANCING
    ACCEPT WS-PW-INPUT
    MOVE WS-OPER-ID TO OP-ID
    READ OperFile
     KEY IS OP-ID
    END-READ
    IF WS-OP-STATUS NOT = "00"
     MOVE "SIGNFAIL" TO WS-SL-EVENT
     MOVE "UNKNOWN OPERATOR ID" TO WS-SL-DETAIL
     PERFORM WRITE-SIGN-LOG
     DISPLAY "Sign-on rejected."
    ELSE
     IF NOT OP-ACTIVE
      MOVE "SIGNFAIL" TO WS-SL-EVENT
      IF OP-LOCKED
       MOVE "OPERATOR ID LOCKED" TO WS-SL-DETAIL
      ELSE
       MOVE "OPERATOR ID REVOKED" TO WS-SL-DETAIL
      END-IF
      PERFORM WRITE-SIGN-LOG
      DISPLAY "Sign-on rejected, operator ID is not active."
     ELSE
      MOVE WS-OPER-ID TO WS-PW-OPER-ID
      PERFORM HASH-PASSWORD
      IF WS-PW-HASH = OP-PW-HASH
       MOVE 0 TO OP-FAIL-COUNT
       MOVE WS-RUN-DATE TO OP-LAST-SIGNON
       REWRITE OPERATOR-RECORD
       MOVE OP-LEVEL TO WS-OPER-LEVEL
       MOVE "Y" TO WS-SIGNED-ON
       MOVE "SIGNON" TO WS-SL-EVENT
       MOVE SPACES TO WS-SL-DETAIL
       STRING "LEVEL=" OP-LEVEL
        DELIMITED BY SIZE INTO WS-SL-DETAIL
       PERFORM WRITE-SIGN-LOG
       DISPLAY "Signed on: " OP-NAME " level " OP-LEVEL
      ELSE
       ADD 1 TO OP-FAIL-COUNT
       MOVE "SIGNFAIL" TO WS-SL-EVENT
       MOVE SPACES TO WS-SL-DETAIL
       STRING "INCORRECT PASSWORD FAILCOUNT=" OP-FAIL-COUNT
        DELIMITED BY SIZE INTO WS-SL-DETAIL
       PERFORM WRITE-SIGN-LOG
       IF OP-FAIL-COUNT >= WS-SIGNON-MAX-FAIL
        MOVE "L" TO OP-STATUS
        MOVE "LOCKOUT" TO WS-SL-EVENT
        MOVE SPACES TO WS-SL-DETAIL
        STRING "LOCKED AFTER " OP-FAIL-COUNT " FAILURES"
         DELIMITED BY SIZE INTO WS-SL-DETAIL
        PERFORM WRITE-SIGN-LOG
        DISPLAY "Operator ID locked; contact a supervisor."
       ELSE
        DISPLAY "Sign-on rejected."
       END-IF
       REWRITE OPERATOR-RECORD
      END-IF
     END-IF
    END-IF.

HASH-PASSWORD.
    MOVE 7 TO WS-PW-WORK
    PERFORM VARYING WS-PW-IDX FROM 1 BY 1 UNTIL WS-PW-IDX > 8
     COMPUTE WS-PW-WORK = FUNCTION MOD(WS-PW-WORK * 31
      + FUNCTION ORD(WS-PW-OPER-ID(WS-PW-IDX:1)), 999999937)
    END-PERFORM
    PERFORM VARYING WS-PW-IDX FROM 1 BY 1 UNTIL WS-PW-IDX > 20
     COMPUTE WS-PW-WORK = FUNCTION MOD(WS-PW-WORK * 37
      + FUNCTION ORD(WS-PW-INPUT(WS-PW-IDX:1)) + WS-PW-IDX, 999999937)
    END-PERFORM
    MOVE WS-PW-WORK TO WS-PW-HASH
    MOVE SPACES TO WS-PW-INPUT.

CHECK-AUTHORITY.
    MOVE "N" TO WS-AUTHORIZED
    EVALUATE WS-NEEDED-LEVEL
     WHEN "I"
      MOVE "Y" TO WS-AUTHORIZED
     WHEN "M"
      IF WS-OPER-LEVEL = "M" OR WS-OPER-LEVEL = "S"
       MOVE "Y" TO WS-AUTHORIZED
      END-IF
     WHEN "S"
      IF WS-OPER-LEVEL = "S"
       MOVE "Y" TO WS-AUTHORIZED
      END-IF
    END-EVALUATE
    IF WS-AUTHORIZED = "N"
     DISPLAY "Not authorised for that option."
     MOVE "DENIED" TO WS-SL-EVENT
     MOVE SPACES TO WS-SL-DETAIL
     STRING "OPTION=" WS-MENU-CHOICE " LEVEL=" WS-OPER-LEVEL
      DELIMITED BY SIZE INTO WS-SL-DETAIL
     PERFORM WRITE-SIGN-LOG
    END-IF.

WRITE-SIGN-LOG.
    MOVE SPACES TO SIGN-LOG-RECORD
    MOVE FUNCTION CURRENT-DATE TO SL-TIMESTAMP
    MOVE WS-PARM-PROGRAM TO SL-PROGRAM
    MOVE WS-OPER-ID TO SL-OPER-ID
    MOVE WS-SL-EVENT TO SL-EVENT
    MOVE WS-SL-DETAIL TO SL-DETAIL
    OPEN EXTEND SignLogFile
    IF WS-SIGNLOG-STATUS NOT = "00"
     OPEN OUTPUT SignLogFile
    END-IF
    WRITE SIGN-LOG-RECORD
    CLOSE SignLogFile.

WRITE-SIGN-OFF.
    MOVE "SIGNOFF" TO WS-SL-EVENT
    MOVE SPACES TO WS-SL-DETAIL
    STRING "TXNS=" WS-TXN-COUNT " UPDATES=" WS-UPDATE-COUNT
     DELIMITED BY SIZE INTO WS-SL-DETAIL
    PERFORM WRITE-SIGN-LOG.

ACQUIRE-RUN-LOCK.
    OPEN INPUT RunLockFile
    IF WS-RUNLOCK-STATUS = "00"
     MOVE "N" TO WS-LOCK-OWNED
    END-IF.

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
    MOVE "Cobol28PersonMaint" TO HB-PROGRAM
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
    MOVE "Cobol28PersonMaint" TO EL-PROGRAM
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
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "CONTACTFILE"
             MOVE FP-VALUE TO WS-CONTACT-FILENAME
            WHEN "RELATIONFILE"
             MOVE FP-VALUE TO WS-RELATION-FILENAME
            WHEN "OPERFILE"
             MOVE FP-VALUE TO WS-OPER-FILENAME
            WHEN "SIGNLOGFILE"
             MOVE FP-VALUE TO WS-SIGNLOG-FILENAME
            WHEN "SIGNONMAXFAIL"
             IF FP-VALUE(1:2) IS NUMERIC AND FP-VALUE(1:2) > "00"
              MOVE FP-VALUE(1:2) TO WS-SIGNON-MAX-FAIL
             END-IF
           END-EVALUATE
      END-READ
     END-PERFORM
