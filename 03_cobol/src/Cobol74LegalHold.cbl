IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol74LegalHold.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LegalHoldFile ASSIGN TO DYNAMIC WS-LEGALHOLD-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS LH-KEY
     FILE STATUS IS WS-LH-STATUS.
    SELECT HoldTransFile ASSIGN TO DYNAMIC WS-HOLDTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLDTRANS-STATUS.
    SELECT HoldMaintFile ASSIGN TO DYNAMIC WS-HOLDMAINT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-HOLDMAINT-STATUS.
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
FD LegalHoldFile.
01 LEGAL-HOLD-RECORD.
    COPY LEGALHOLD.

FD HoldTransFile.
01 HOLD-TRANS-RECORD.
    COPY HOLDTRAN.

FD HoldMaintFile.
01 HOLD-MAINT-RECORD PIC X(100).

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
01 WS-LEGALHOLD-FILENAME PIC X(40) VALUE "legalhold.dat".
01 WS-HOLDTRANS-FILENAME PIC X(40) VALUE "holdtrans.txt".
01 WS-HOLDMAINT-FILENAME PIC X(40) VALUE "holdmaint.txt".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-LH-STATUS        PIC X(02).
01 WS-HOLDTRANS-STATUS PIC X(02).
01 WS-HOLDMAINT-STATUS PIC X(02).
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-AUDITSEQ-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-CARD-COUNT       PIC 9(7) VALUE 0.
01 WS-PLACED-COUNT     PIC 9(7) VALUE 0.
01 WS-RELEASED-COUNT   PIC 9(7) VALUE 0.
01 WS-REJECTED-COUNT   PIC 9(7) VALUE 0.
01 WS-HOLD-DATE        PIC 9(8).
01 WS-REJECT-REASON    PIC X(30).
01 WS-AUDIT-TIMESTAMP  PIC X(21).
01 WS-AUDIT-SEQ        PIC 9(07) VALUE 0.
01 WS-AUDIT-WRITTEN    PIC 9(07) VALUE 0.
01 WS-AUDIT-OP         PIC X(10).
01 WS-HOLD-TEXT        PIC X(30).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol74LegalHold".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "HOLDTRANSFILE  NN".
        10 FILLER PIC X(17) VALUE "HOLDMAINTFILE  NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting legal hold register maintenance..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT HoldTransFile
    IF WS-HOLDTRANS-STATUS NOT = "00"
     DISPLAY "NOTE: no legal hold transactions; nothing to do."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM ACQUIRE-RUN-LOCK
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: person master is in use."
     CLOSE HoldTransFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN I-O LegalHoldFile
    IF WS-LH-STATUS = "35"
     OPEN OUTPUT LegalHoldFile
     CLOSE LegalHoldFile
     OPEN I-O LegalHoldFile
    END-IF
    IF WS-LH-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open LegalHoldFile, status "
      WS-LH-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-LH-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE HoldTransFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT HoldMaintFile
    IF WS-HOLDMAINT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open HoldMaintFile, status "
      WS-HOLDMAINT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-HOLDMAINT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE HoldTransFile
     CLOSE LegalHoldFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN EXTEND AuditFile
    IF WS-AUDIT-STATUS NOT = "00"
     OPEN OUTPUT AuditFile
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: audit sink unavailable; refusing to maintain holds."
     MOVE 8 TO RETURN-CODE
     CLOSE HoldTransFile
     CLOSE LegalHoldFile
     CLOSE HoldMaintFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-AUDIT-SEQ
    MOVE SPACES TO HOLD-MAINT-RECORD
    STRING "LEGAL HOLD MAINTENANCE " WS-RUN-DATE
     DELIMITED BY SIZE INTO HOLD-MAINT-RECORD
    WRITE HOLD-MAINT-RECORD

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ HoldTransFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          IF HOLD-TRANS-RECORD NOT = SPACES
             AND HOLD-TRANS-RECORD(1:1) NOT = "*"
           ADD 1 TO WS-CARD-COUNT
           PERFORM PROCESS-HOLD-CARD
          END-IF
     END-READ
    END-PERFORM

    MOVE SPACES TO HOLD-MAINT-RECORD
    STRING "TRL RECORDCOUNT=" WS-CARD-COUNT
           " PLACED=" WS-PLACED-COUNT
           " RELEASED=" WS-RELEASED-COUNT
           " REJECTED=" WS-REJECTED-COUNT
     DELIMITED BY SIZE INTO HOLD-MAINT-RECORD
    WRITE HOLD-MAINT-RECORD

    IF WS-AUDIT-WRITTEN > 0
     PERFORM WRITE-RUN-TRAILER
    END-IF
    PERFORM SAVE-AUDIT-SEQ

    CLOSE HoldTransFile
    CLOSE LegalHoldFile
    CLOSE HoldMaintFile
    CLOSE AuditFile

    PERFORM RELEASE-RUN-LOCK

    IF WS-REJECTED-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-REJECTED-COUNT
      " legal hold transaction(s) rejected."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Hold transactions read: " WS-CARD-COUNT
    DISPLAY "Holds placed: " WS-PLACED-COUNT
    DISPLAY "Holds released: " WS-RELEASED-COUNT
    DISPLAY "Transactions rejected: " WS-REJECTED-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Legal hold register maintenance completed."
    GOBACK.

PROCESS-HOLD-CARD.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE WS-RUN-DATE TO WS-HOLD-DATE
    EVALUATE TRUE
     WHEN NOT HT-PLACE AND NOT HT-RELEASE
      MOVE "UNKNOWN TRANSACTION CODE" TO WS-REJECT-REASON
     WHEN HT-ID IS NOT NUMERIC
      MOVE "PERSON ID NOT NUMERIC" TO WS-REJECT-REASON
     WHEN HT-ID = 0
      MOVE "PERSON ID NOT NUMERIC" TO WS-REJECT-REASON
     WHEN HT-REF = SPACES
      MOVE "HOLD REFERENCE MISSING" TO WS-REJECT-REASON
     WHEN HT-BY = SPACES
      MOVE "PLACED/RELEASED BY MISSING" TO WS-REJECT-REASON
    END-EVALUATE
    IF WS-REJECT-REASON = SPACES
       AND HOLD-TRANS-RECORD(24:8) NOT = SPACES
     IF HT-DATE IS NOT NUMERIC
      MOVE "DATE INVALID" TO WS-REJECT-REASON
     ELSE
      IF FUNCTION TEST-DATE-YYYYMMDD(HT-DATE) NOT = 0
       MOVE "DATE INVALID" TO WS-REJECT-REASON
      ELSE
       IF HT-DATE > WS-RUN-DATE
        MOVE "DATE AFTER RUN DATE" TO WS-REJECT-REASON
       ELSE
        MOVE HT-DATE TO WS-HOLD-DATE
       END-IF
      END-IF
     END-IF
    END-IF
    IF WS-REJECT-REASON = SPACES
     MOVE HT-ID TO LH-ID
     MOVE HT-REF TO LH-REF
     READ LegalHoldFile
      KEY IS LH-KEY
     END-READ
     IF HT-PLACE
      PERFORM PLACE-HOLD
     ELSE
      PERFORM RELEASE-HOLD
     END-IF
    END-IF
    IF WS-REJECT-REASON NOT = SPACES
     ADD 1 TO WS-REJECTED-COUNT
     MOVE SPACES TO HOLD-MAINT-RECORD
     STRING "REJECTED " HOLD-TRANS-RECORD(1:40) " "
            WS-REJECT-REASON
      DELIMITED BY SIZE INTO HOLD-MAINT-RECORD
     WRITE HOLD-MAINT-RECORD
    END-IF.

PLACE-HOLD.
    EVALUATE WS-LH-STATUS
     WHEN "00"
      MOVE "HOLD REFERENCE ALREADY USED" TO WS-REJECT-REASON
     WHEN "23"
      MOVE SPACES TO LEGAL-HOLD-RECORD
      MOVE HT-ID TO LH-ID
      MOVE HT-REF TO LH-REF
      MOVE "A" TO LH-STATUS
      MOVE WS-HOLD-DATE TO LH-PLACED-DATE
      MOVE HT-BY TO LH-PLACED-BY
      MOVE 0 TO LH-RELEASE-DATE
      MOVE SPACES TO LH-RELEASED-BY
      WRITE LEGAL-HOLD-RECORD
      IF WS-LH-STATUS NOT = "00"
       PERFORM HOLD-FILE-ERROR
      ELSE
       ADD 1 TO WS-PLACED-COUNT
       MOVE "HOLDPLACE" TO WS-AUDIT-OP
       PERFORM WRITE-HOLD-AUDIT
       PERFORM WRITE-APPLIED-LINE
      END-IF
     WHEN OTHER
      PERFORM HOLD-FILE-ERROR
    END-EVALUATE.

RELEASE-HOLD.
    EVALUATE TRUE
     WHEN WS-LH-STATUS = "23"
      MOVE "NO SUCH HOLD" TO WS-REJECT-REASON
     WHEN WS-LH-STATUS NOT = "00"
      PERFORM HOLD-FILE-ERROR
     WHEN LH-RELEASED
      MOVE "HOLD ALREADY RELEASED" TO WS-REJECT-REASON
     WHEN WS-HOLD-DATE < LH-PLACED-DATE
      MOVE "RELEASE BEFORE PLACED DATE" TO WS-REJECT-REASON
     WHEN OTHER
      MOVE "R" TO LH-STATUS
      MOVE WS-HOLD-DATE TO LH-RELEASE-DATE
      MOVE HT-BY TO LH-RELEASED-BY
      REWRITE LEGAL-HOLD-RECORD
      IF WS-LH-STATUS NOT = "00"
       PERFORM HOLD-FILE-ERROR
      ELSE
       ADD 1 TO WS-RELEASED-COUNT
       MOVE "HOLDREL" TO WS-AUDIT-OP
       PERFORM WRITE-HOLD-AUDIT
       PERFORM WRITE-APPLIED-LINE
      END-IF
    END-EVALUATE.

HOLD-FILE-ERROR.
    DISPLAY "ERROR: I/O failure on LegalHoldFile for ID " HT-ID
     ", status " WS-LH-STATUS
    MOVE 8 TO RETURN-CODE
    MOVE "HOLD-FILE-ERROR" TO WS-EL-PARAGRAPH
    MOVE WS-LH-STATUS TO WS-EL-STATUS
    PERFORM LOG-ERROR
    MOVE "I/O ERROR" TO WS-REJECT-REASON
    MOVE "Y" TO WS-EndOfFile.

WRITE-APPLIED-LINE.
    MOVE SPACES TO HOLD-MAINT-RECORD
    IF HT-PLACE
     STRING "PLACED   " LH-ID " " LH-REF " ON " LH-PLACED-DATE
            " BY " LH-PLACED-BY
      DELIMITED BY SIZE INTO HOLD-MAINT-RECORD
    ELSE
     STRING "RELEASED " LH-ID " " LH-REF " ON " LH-RELEASE-DATE
            " BY " LH-RELEASED-BY " PLACED " LH-PLACED-DATE
      DELIMITED BY SIZE INTO HOLD-MAINT-RECORD
    END-IF
    WRITE HOLD-MAINT-RECORD.

WRITE-HOLD-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO AUDIT-RECORD
    MOVE LH-ID TO AU-ID
    MOVE WS-AUDIT-OP TO AU-OP
    MOVE SPACE TO AU-UPDATE-FIELD
    MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP
    MOVE WS-RUN-DATE TO AU-RUN-DATE
    MOVE 0 TO AU-B-AGE
    MOVE 0 TO AU-B-EFF-DATE
    MOVE 0 TO AU-B-BIRTHDATE
    MOVE 0 TO AU-A-AGE
    MOVE 0 TO AU-A-EFF-DATE
    MOVE 0 TO AU-A-BIRTHDATE
    MOVE SPACES TO WS-HOLD-TEXT
    STRING LH-REF " " LH-PLACED-BY
     DELIMITED BY SIZE INTO WS-HOLD-TEXT
    IF WS-AUDIT-OP = "HOLDPLACE"
     MOVE WS-HOLD-TEXT TO AU-A-ADDR-LINE1
     MOVE LH-PLACED-DATE TO AU-A-ADDR-LINE2(1:8)
     MOVE LH-PLACED-BY TO AU-OPERATOR
    ELSE
     MOVE WS-HOLD-TEXT TO AU-B-ADDR-LINE1
     MOVE LH-PLACED-DATE TO AU-B-ADDR-LINE2(1:8)
     MOVE SPACES TO WS-HOLD-TEXT
     STRING LH-REF " " LH-RELEASED-BY
      DELIMITED BY SIZE INTO WS-HOLD-TEXT
     MOVE WS-HOLD-TEXT TO AU-A-ADDR-LINE1
     MOVE LH-RELEASE-DATE TO AU-A-ADDR-LINE2(1:8)
     MOVE LH-RELEASED-BY TO AU-OPERATOR
    END-IF
    ADD 1 TO WS-AUDIT-SEQ
    MOVE WS-AUDIT-SEQ TO AU-SEQ
    MOVE 0 TO AU-RUN-COUNT
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AuditFile, status "
      WS-AUDIT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-HOLD-AUDIT" TO WS-EL-PARAGRAPH
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
      MOVE "Cobol74LegalHold" TO RL-HOLDER
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
    MOVE "Cobol74LegalHold" TO EL-PROGRAM
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
    MOVE "Cobol74LegalHold" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-CARD-COUNT TO OS-COUNT1
    COMPUTE OS-COUNT2 = WS-PLACED-COUNT + WS-RELEASED-COUNT
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
            WHEN "LEGALHOLDFILE"
             MOVE FP-VALUE TO WS-LEGALHOLD-FILENAME
            WHEN "HOLDTRANSFILE"
             MOVE FP-VALUE TO WS-HOLDTRANS-FILENAME
            WHEN "HOLDMAINTFILE"
             MOVE FP-VALUE TO WS-HOLDMAINT-FILENAME
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
