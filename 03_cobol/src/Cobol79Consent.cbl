IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol79Consent.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ConsentFile ASSIGN TO DYNAMIC WS-CONSENT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CN-KEY
     FILE STATUS IS WS-CN-STATUS.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT ConsTransFile ASSIGN TO DYNAMIC WS-CONSTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONSTRANS-STATUS.
    SELECT ConsMaintFile ASSIGN TO DYNAMIC WS-CONSMAINT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONSMAINT-STATUS.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-STATUS.
    SELECT AuditSeqFile ASSIGN TO "auditseq.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDITSEQ-STATUS.
    SELECT RunLockFile ASSIGN TO "runlock.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUNLOCK-STATUS.
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
FD ConsentFile.
01 CONSENT-RECORD.
    COPY CONSENT.

FD PersonFile.
01 PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==DB-==.

FD ConsTransFile.
01 CONS-TRANS-RECORD.
    COPY CONSTRAN.

FD ConsMaintFile.
01 CONS-MAINT-RECORD PIC X(100).

FD AuditFile.
01 AUDIT-RECORD.
    COPY AUDITREC.

FD AuditSeqFile.
01 AUDIT-SEQ-RECORD.
    05 AS-LAST-SEQ     PIC 9(07).

FD RunLockFile.
01 RUN-LOCK-RECORD.
    COPY RUNLOCK.

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
01 WS-RUNLOCK-STATUS   PIC X(02).
01 WS-LOCK-OWNED       PIC X VALUE "N".
01 WS-EL-STATUS        PIC X(10).
01 WS-EndOfFile        PIC X VALUE "N".
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-CONSENT-FILENAME PIC X(40) VALUE "consent.dat".
01 WS-PERSON-FILENAME  PIC X(40) VALUE "persondb.dat".
01 WS-CONSTRANS-FILENAME PIC X(40) VALUE "consenttrans.txt".
01 WS-CONSMAINT-FILENAME PIC X(40) VALUE "consentmaint.txt".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-CN-STATUS        PIC X(02).
01 WS-DB-STATUS        PIC X(02).
01 WS-CONSTRANS-STATUS PIC X(02).
01 WS-CONSMAINT-STATUS PIC X(02).
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-AUDITSEQ-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-CARD-COUNT       PIC 9(7) VALUE 0.
01 WS-GIVEN-COUNT      PIC 9(7) VALUE 0.
01 WS-WITHDRAWN-COUNT  PIC 9(7) VALUE 0.
01 WS-REJECTED-COUNT   PIC 9(7) VALUE 0.
01 WS-CONSENT-DATE     PIC 9(8).
01 WS-REJECT-REASON    PIC X(30).
01 WS-AUDIT-TIMESTAMP  PIC X(21).
01 WS-AUDIT-SEQ        PIC 9(07) VALUE 0.
01 WS-AUDIT-WRITTEN    PIC 9(07) VALUE 0.
01 WS-AUDIT-OP         PIC X(10).
01 WS-CONSENT-EXISTS   PIC X VALUE "N".
01 WS-PRIOR-TEXT       PIC X(30).
01 WS-PRIOR-DATE       PIC 9(8).
01 WS-CONSENT-TEXT     PIC X(30).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol79Consent".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "CONSENTFILE    NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CONSTRANSFILE  NN".
        10 FILLER PIC X(17) VALUE "CONSMAINTFILE  NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting communication consent maintenance..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT ConsTransFile
    IF WS-CONSTRANS-STATUS NOT = "00"
     DISPLAY "NOTE: no consent transactions; nothing to do."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM ACQUIRE-RUN-LOCK
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: person master is in use."
     CLOSE ConsTransFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE ConsTransFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN I-O ConsentFile
    IF WS-CN-STATUS = "35"
     OPEN OUTPUT ConsentFile
     CLOSE ConsentFile
     OPEN I-O ConsentFile
    END-IF
    IF WS-CN-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ConsentFile, status "
      WS-CN-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-CN-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE ConsTransFile
     CLOSE PersonFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT ConsMaintFile
    IF WS-CONSMAINT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ConsMaintFile, status "
      WS-CONSMAINT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-CONSMAINT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE ConsTransFile
     CLOSE PersonFile
     CLOSE ConsentFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN EXTEND AuditFile
    IF WS-AUDIT-STATUS NOT = "00"
     OPEN OUTPUT AuditFile
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: audit sink unavailable; refusing to maintain consents."
     MOVE 8 TO RETURN-CODE
     CLOSE ConsTransFile
     CLOSE PersonFile
     CLOSE ConsentFile
     CLOSE ConsMaintFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-AUDIT-SEQ
    MOVE SPACES TO CONS-MAINT-RECORD
    STRING "COMMUNICATION CONSENT MAINTENANCE " WS-RUN-DATE
     DELIMITED BY SIZE INTO CONS-MAINT-RECORD
    WRITE CONS-MAINT-RECORD

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ ConsTransFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          IF CONS-TRANS-RECORD NOT = SPACES
             AND CONS-TRANS-RECORD(1:1) NOT = "*"
           ADD 1 TO WS-CARD-COUNT
           PERFORM PROCESS-CONSENT-CARD
          END-IF
     END-READ
    END-PERFORM

    MOVE SPACES TO CONS-MAINT-RECORD
    STRING "TRL RECORDCOUNT=" WS-CARD-COUNT
           " GIVEN=" WS-GIVEN-COUNT
           " WITHDRAWN=" WS-WITHDRAWN-COUNT
           " REJECTED=" WS-REJECTED-COUNT
     DELIMITED BY SIZE INTO CONS-MAINT-RECORD
    WRITE CONS-MAINT-RECORD

    IF WS-AUDIT-WRITTEN > 0
     PERFORM WRITE-RUN-TRAILER
    END-IF
    PERFORM SAVE-AUDIT-SEQ

    CLOSE ConsTransFile
    CLOSE PersonFile
    CLOSE ConsentFile
    CLOSE ConsMaintFile
    CLOSE AuditFile

    PERFORM RELEASE-RUN-LOCK

    IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-REJECTED-COUNT
      " consent transaction(s) rejected."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Consent transactions read: " WS-CARD-COUNT
    DISPLAY "Consents given: " WS-GIVEN-COUNT
    DISPLAY "Consents withdrawn: " WS-WITHDRAWN-COUNT
    DISPLAY "Transactions rejected: " WS-REJECTED-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Communication consent maintenance completed."
    GOBACK.

PROCESS-CONSENT-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE WS-RUN-DATE TO WS-CONSENT-DATE
    EVALUATE TRUE
     WHEN NOT CX-GIVE AND NOT CX-WITHDRAW
      MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
     WHEN CX-ID IS NOT NUMERIC
      MOVE "PERSON ID NOT NUMERIC" TO WS-REJECT-REASON
     WHEN CX-ID = 0
      MOVE "PERSON ID NOT NUMERIC" TO WS-REJECT-REASON
     WHEN NOT CX-VALID-CHANNEL
      MOVE "UNKNOWN CHANNEL" TO WS-REJECT-REASON
     WHEN CX-SOURCE = SPACES
      MOVE "CONSENT SOURCE MISSING" TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
       AND CONS-TRANS-RECORD(13:8) NOT = SPACES
     IF CX-DATE IS NOT NUMERIC
      MOVE "DATE INVALID" TO WS-REJECT-REASON
     ELSE
      IF FUNCTION TEST-DATE-YYYYMMDD(CX-DATE) NOT = 0
       MOVE "DATE INVALID" TO WS-REJECT-REASON
      ELSE
       IF CX-DATE > WS-RUN-DATE
        MOVE "DATE AFTER RUN DATE" TO WS-REJECT-REASON
       ELSE
        MOVE CX-DATE TO WS-CONSENT-DATE
       END-IF
      END-IF
     END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
     MOVE CX-ID TO DB-ID
     READ PersonFile
      KEY IS DB-ID
     END-READ
     IF WS-DB-STATUS = "23"
      MOVE "PERSON NOT ON MASTER" TO WS-REJECT-REASON
     ELSE
      IF WS-DB-STATUS NOT = "00"
       DISPLAY "ERROR: read failure on PersonFile for ID " CX-ID
        ", status " WS-DB-STATUS
       MOVE 8 TO RETURN-CODE
       MOVE "PROCESS-CONSENT-CRD" TO WS-EL-PARAGRAPH
       MOVE WS-DB-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       MOVE "I/O ERROR" TO WS-REJECT-REASON
       MOVE "Y" TO WS-EndOfFile
      END-IF
     END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
     MOVE CX-ID TO CN-ID
     MOVE CX-CHANNEL TO CN-CHANNEL
     READ ConsentFile
      KEY IS CN-KEY
     END-READ
     PERFORM APPLY-CONSENT
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
     ADD 1 TO WS-REJECTED-COUNT
     MOVE SPACES TO CONS-MAINT-RECORD
     STRING "REJECTED " CONS-TRANS-RECORD(1:40) " "
            WS-REJECT-REASON
      DELIMITED BY SIZE INTO CONS-MAINT-RECORD
     WRITE CONS-MAINT-RECORD
    END-IF.

APPLY-CONSENT.
    MOVE SPACES TO WS-PRIOR-TEXT
    MOVE 0 TO WS-PRIOR-DATE
    EVALUATE TRUE
     WHEN WS-CN-STATUS = "23"
      MOVE "N" TO WS-CONSENT-EXISTS
     WHEN WS-CN-STATUS NOT = "00"
      PERFORM CONSENT-FILE-ERROR
     WHEN CX-GIVE AND CN-GIVEN
      MOVE "CONSENT ALREADY GIVEN" TO WS-REJECT-REASON
     WHEN CX-WITHDRAW AND CN-WITHDRAWN
      MOVE "CONSENT ALREADY WITHDRAWN" TO WS-REJECT-REASON
     WHEN WS-CONSENT-DATE < CN-DATE
      MOVE "DATE BEFORE LAST CHANGE" TO WS-REJECT-REASON
     WHEN OTHER
      MOVE "Y" TO WS-CONSENT-EXISTS
      STRING CN-STATUS " " CN-SOURCE " " CN-CHANGED-BY
       DELIMITED BY SIZE INTO WS-PRIOR-TEXT
      MOVE CN-DATE TO WS-PRIOR-DATE
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
     MOVE SPACES TO CONSENT-RECORD
     MOVE CX-ID TO CN-ID
     MOVE CX-CHANNEL TO CN-CHANNEL
     MOVE CX-CODE TO CN-STATUS
     MOVE WS-CONSENT-DATE TO CN-DATE
     MOVE CX-SOURCE TO CN-SOURCE
     MOVE WS-RUN-DATE TO CN-CHANGED-DATE
     MOVE CX-BY TO CN-CHANGED-BY
     IF WS-CONSENT-EXISTS = "Y"
      REWRITE CONSENT-RECORD
     ELSE
      WRITE CONSENT-RECORD
     END-IF
     IF WS-CN-STATUS NOT = "00"
      PERFORM CONSENT-FILE-ERROR
     ELSE
      IF CN-GIVEN
       ADD 1 TO WS-GIVEN-COUNT
       MOVE "CONSENTGRT" TO WS-AUDIT-OP
      ELSE
       ADD 1 TO WS-WITHDRAWN-COUNT
       MOVE "CONSENTWD" TO WS-AUDIT-OP
      END-IF
      PERFORM WRITE-CONSENT-AUDIT
      PERFORM WRITE-APPLIED-LINE
     END-IF
    END-IF.

CONSENT-FILE-ERROR.
    DISPLAY "ERROR: I/O failure on ConsentFile for ID " CX-ID
     ", status " WS-CN-STATUS
    MOVE 8 TO RETURN-CODE
    MOVE "CONSENT-FILE-ERROR" TO WS-EL-PARAGRAPH
    MOVE WS-CN-STATUS TO WS-EL-STATUS
    PERFORM LOG-ERROR
    MOVE "I/O ERROR" TO WS-REJECT-REASON
    MOVE "Y" TO WS-EndOfFile.

WRITE-APPLIED-LINE.
    MOVE SPACES TO CONS-MAINT-RECORD
    IF CN-GIVEN
     STRING "GIVEN     " CN-ID " " CN-CHANNEL " ON " CN-DATE
            " SOURCE " CN-SOURCE " BY " CN-CHANGED-BY
      DELIMITED BY SIZE INTO CONS-MAINT-RECORD
    ELSE
     STRING "WITHDRAWN " CN-ID " " CN-CHANNEL " ON " CN-DATE
            " SOURCE " CN-SOURCE " BY " CN-CHANGED-BY
      DELIMITED BY SIZE INTO CONS-MAINT-RECORD
    END-IF
    WRITE CONS-MAINT-RECORD.

WRITE-CONSENT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO AUDIT-RECORD
    MOVE CN-ID TO AU-ID
    MOVE WS-AUDIT-OP TO AU-OP
    MOVE CN-CHANNEL TO AU-UPDATE-FIELD
    MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP
    MOVE WS-RUN-DATE TO AU-RUN-DATE
    MOVE 0 TO AU-B-AGE
    MOVE WS-PRIOR-DATE TO AU-B-EFF-DATE
    MOVE 0 TO AU-B-BIRTHDATE
    MOVE 0 TO AU-A-AGE
    MOVE CN-DATE TO AU-A-EFF-DATE
    MOVE 0 TO AU-A-BIRTHDATE
    MOVE WS-PRIOR-TEXT TO AU-B-ADDR-LINE1
    MOVE SPACES TO WS-CONSENT-TEXT
    STRING CN-STATUS " " CN-SOURCE " " CN-CHANGED-BY
     DELIMITED BY SIZE INTO WS-CONSENT-TEXT
    MOVE WS-CONSENT-TEXT TO AU-A-ADDR-LINE1
    MOVE CN-CHANGED-BY TO AU-OPERATOR
    ADD 1 TO WS-AUDIT-SEQ
    MOVE WS-AUDIT-SEQ TO AU-SEQ
    MOVE 0 TO AU-RUN-COUNT
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AuditFile, status "
      WS-AUDIT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-CONSENT-AUDIT" TO WS-EL-PARAGRAPH
     MOVE WS-AUDIT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-AUDIT-WRITTEN
    END-IF.

LOAD-AUDIT-SEQ.
    OPEN INPUT AuditSeqFile
    IF WS-AUDITSEQ-STATUS = "00"
     READ AuditSeqFile INTO AUDIT-SEQ-RECORD
      AT END
       CONTINUE
      NOT AT END
       IF AS-LAST-SEQ IS NUMERIC
        MOVE AS-LAST-SEQ TO WS-AUDIT-SEQ
       END-IF
     END-READ
     CLOSE AuditSeqFile
    END-IF.

SAVE-AUDIT-SEQ.
    OPEN OUTPUT AuditSeqFile
    IF WS-AUDITSEQ-STATUS = "00"
     MOVE WS-AUDIT-SEQ TO AS-LAST-SEQ
     WRITE AUDIT-SEQ-RECORD
     CLOSE AuditSeqFile
    ELSE
     DISPLAY "ERROR: unable to save audit sequence, status "
      WS-AUDITSEQ-STATUS
     MOVE "SAVE-AUDIT-SEQ" TO WS-EL-PARAGRAPH
     MOVE WS-AUDITSEQ-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-RUN-TRAILER.
    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO AUDIT-RECORD
    ADD 1 TO WS-AUDIT-SEQ
    MOVE 0 TO AU-ID
    MOVE "RUNTRAILER" TO AU-OP
    MOVE SPACE TO AU-UPDATE-FIELD
    MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP
    MOVE WS-RUN-DATE TO AU-RUN-DATE
    MOVE 0 TO AU-B-AGE
    MOVE 0 TO AU-B-EFF-DATE
    MOVE 0 TO AU-B-BIRTHDATE
    MOVE 0 TO AU-A-AGE
    MOVE 0 TO AU-A-EFF-DATE
    MOVE 0 TO AU-A-BIRTHDATE
    MOVE WS-AUDIT-SEQ TO AU-SEQ
    MOVE WS-AUDIT-WRITTEN TO AU-RUN-COUNT
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AuditFile, status "
      WS-AUDIT-STATUS
     MOVE "WRITE-RUN-TRAILER" TO WS-EL-PARAGRAPH
     MOVE WS-AUDIT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    END-IF.

ACQUIRE-RUN-LOCK.
    OPEN INPUT RunLockFile
    IF WS-RUNLOCK-STATUS = "00"
     READ RunLockFile INTO RUN-LOCK-RECORD
      AT END
       CONTINUE
      NOT AT END
       IF RL-HOLDER NOT = SPACES
        DISPLAY "ERROR: person master locked by "
         FUNCTION TRIM(RL-HOLDER) " since " RL-TIMESTAMP
        MOVE 8 TO RETURN-CODE
       END-IF
     END-READ
     CLOSE RunLockFile
    END-IF
    IF RETURN-CODE = 0
     OPEN OUTPUT RunLockFile
     IF WS-RUNLOCK-STATUS = "00"
      MOVE "Cobol79Consent" TO RL-HOLDER
      MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
      WRITE RUN-LOCK-RECORD
      CLOSE RunLockFile
      MOVE "Y" TO WS-LOCK-OWNED
     ELSE
      DISPLAY "ERROR: unable to register run lock, status "
       WS-RUNLOCK-STATUS
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

RELEASE-RUN-LOCK.
    IF WS-LOCK-OWNED = "Y"
     OPEN OUTPUT RunLockFile
     IF WS-RUNLOCK-STATUS = "00"
      CLOSE RunLockFile
     END-IF
     MOVE "N" TO WS-LOCK-OWNED
    END-IF.

LOG-ERROR.
    MOVE "Cobol79Consent" TO EL-PROGRAM
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
    MOVE "Cobol79Consent" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-CARD-COUNT TO OS-COUNT1
    COMPUTE OS-COUNT2 = WS-GIVEN-COUNT + WS-WITHDRAWN-COUNT
    MOVE WS-REJECTED-COUNT TO OS-COUNT3
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
            WHEN "CONSENTFILE"
             MOVE FP-VALUE TO WS-CONSENT-FILENAME
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-PERSON-FILENAME
            WHEN "CONSTRANSFILE"
             MOVE FP-VALUE TO WS-CONSTRANS-FILENAME
            WHEN "CONSMAINTFILE"
             MOVE FP-VALUE TO WS-CONSMAINT-FILENAME
            WHEN "AUDITFILE"
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
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
