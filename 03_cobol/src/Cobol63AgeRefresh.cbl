IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol63AgeRefresh.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT AgeRptFile ASSIGN TO DYNAMIC WS-AGERPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AGERPT-STATUS.
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
FD PersonFile.
01 PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==DB-==.

FD AgeRptFile.
01 AGE-RPT-RECORD PIC X(100).

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
01 WS-PERSON-FILENAME  PIC X(40) VALUE "persondb.dat".
01 WS-AGERPT-FILENAME  PIC X(40) VALUE "agerfrpt.txt".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-DB-STATUS        PIC X(02).
01 WS-AGERPT-STATUS    PIC X(02).
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-AUDITSEQ-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-CHANGED-COUNT    PIC 9(7) VALUE 0.
01 WS-UNCHANGED-COUNT  PIC 9(7) VALUE 0.
01 WS-NOBIRTH-COUNT    PIC 9(7) VALUE 0.
01 WS-FUTURE-COUNT     PIC 9(7) VALUE 0.
01 WS-DERIVED-AGE      PIC 9(5).
01 WS-NEW-AGE          PIC 9(3).
01 WS-OLD-AGE          PIC 9(3).
01 WS-BIRTH-CHECK      PIC 9(8).
01 WS-BIRTH-PARTS REDEFINES WS-BIRTH-CHECK.
    05 WS-BIRTH-YYYY   PIC 9(4).
    05 WS-BIRTH-MM     PIC 9(2).
    05 WS-BIRTH-DD     PIC 9(2).
01 WS-AUDIT-TIMESTAMP  PIC X(21).
01 WS-AUDIT-SEQ        PIC 9(07) VALUE 0.
01 WS-AUDIT-WRITTEN    PIC 9(07) VALUE 0.

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol63AgeRefresh".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 4.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "AGERFRPTFILE   NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 4 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting person master age refresh..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM ACQUIRE-RUN-LOCK
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: person master is in use."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN I-O PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT AgeRptFile
    IF WS-AGERPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AgeRptFile, status "
      WS-AGERPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-AGERPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN EXTEND AuditFile
    IF WS-AUDIT-STATUS NOT = "00"
     OPEN OUTPUT AuditFile
    END-IF
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: audit sink unavailable; refusing to refresh ages."
     MOVE 8 TO RETURN-CODE
     CLOSE PersonFile
     CLOSE AgeRptFile
     PERFORM RELEASE-RUN-LOCK
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-AUDIT-SEQ
    PERFORM WRITE-REPORT-HEADER

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ PersonFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          ADD 1 TO WS-READ-COUNT
          PERFORM REFRESH-PERSON-AGE
     END-READ
    END-PERFORM

    PERFORM WRITE-REPORT-TRAILER
    IF WS-AUDIT-WRITTEN > 0
     PERFORM WRITE-RUN-TRAILER
    END-IF
    PERFORM SAVE-AUDIT-SEQ

    CLOSE PersonFile
    CLOSE AgeRptFile
    CLOSE AuditFile

    PERFORM RELEASE-RUN-LOCK

    DISPLAY "Master records read: " WS-READ-COUNT
    DISPLAY "Ages changed: " WS-CHANGED-COUNT
    DISPLAY "Ages unchanged: " WS-UNCHANGED-COUNT
    DISPLAY "Skipped, no birthdate: " WS-NOBIRTH-COUNT
    DISPLAY "Skipped, birthdate after run date: " WS-FUTURE-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Age refresh completed."
    GOBACK.

REFRESH-PERSON-AGE.
    IF DB-BIRTHDATE IS NOT NUMERIC OR DB-BIRTHDATE = 0
     ADD 1 TO WS-NOBIRTH-COUNT
    ELSE
     MOVE DB-BIRTHDATE TO WS-BIRTH-CHECK
     IF WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
        OR WS-BIRTH-DD < 1 OR WS-BIRTH-DD > 31
      ADD 1 TO WS-NOBIRTH-COUNT
     ELSE
      IF DB-BIRTHDATE > WS-RUN-DATE
       ADD 1 TO WS-FUTURE-COUNT
      ELSE
       COMPUTE WS-DERIVED-AGE =
        (WS-RUN-DATE - DB-BIRTHDATE) / 10000
       IF WS-DERIVED-AGE > 999
        MOVE 999 TO WS-NEW-AGE
       ELSE
        MOVE WS-DERIVED-AGE TO WS-NEW-AGE
       END-IF
       IF DB-AGE IS NUMERIC AND DB-AGE = WS-NEW-AGE
        ADD 1 TO WS-UNCHANGED-COUNT
       ELSE
        PERFORM REWRITE-PERSON-AGE
       END-IF
      END-IF
     END-IF
    END-IF.

REWRITE-PERSON-AGE.
    MOVE DB-AGE TO WS-OLD-AGE
    MOVE WS-NEW-AGE TO DB-AGE
    REWRITE PERSON-RECORD
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: rewrite failure on PersonFile, ID " DB-ID
      " status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "REWRITE-PERSON-AGE" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-CHANGED-COUNT
     PERFORM WRITE-AGE-AUDIT
     PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-AGE-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
    MOVE SPACES TO AUDIT-RECORD
    MOVE DB-ID TO AU-ID
    MOVE "CHANGE" TO AU-OP
    MOVE "A" TO AU-UPDATE-FIELD
    MOVE WS-AUDIT-TIMESTAMP TO AU-TIMESTAMP
    MOVE WS-RUN-DATE TO AU-RUN-DATE
    MOVE DB-NAME TO AU-B-NAME
    MOVE WS-OLD-AGE TO AU-B-AGE
    MOVE DB-ADDR-LINE1 TO AU-B-ADDR-LINE1
    MOVE DB-ADDR-LINE2 TO AU-B-ADDR-LINE2
    MOVE DB-EFF-DATE TO AU-B-EFF-DATE
    MOVE DB-BIRTHDATE TO AU-B-BIRTHDATE
    MOVE DB-NAME TO AU-A-NAME
    MOVE DB-AGE TO AU-A-AGE
    MOVE DB-ADDR-LINE1 TO AU-A-ADDR-LINE1
    MOVE DB-ADDR-LINE2 TO AU-A-ADDR-LINE2
    MOVE DB-EFF-DATE TO AU-A-EFF-DATE
    MOVE DB-BIRTHDATE TO AU-A-BIRTHDATE
    ADD 1 TO WS-AUDIT-SEQ
    MOVE WS-AUDIT-SEQ TO AU-SEQ
    MOVE 0 TO AU-RUN-COUNT
    WRITE AUDIT-RECORD
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AuditFile, status "
      WS-AUDIT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-AGE-AUDIT" TO WS-EL-PARAGRAPH
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

WRITE-REPORT-HEADER.
    MOVE SPACES TO AGE-RPT-RECORD
    STRING "AGE REFRESH REPORT " WS-RUN-DATE
           " SOURCE=" FUNCTION TRIM(WS-PERSON-FILENAME)
     DELIMITED BY SIZE INTO AGE-RPT-RECORD
    WRITE AGE-RPT-RECORD.

WRITE-REPORT-LINE.
    MOVE SPACES TO AGE-RPT-RECORD
    STRING "CHANGED ID=" DB-ID
           " NAME=" DB-NAME
           " BIRTHDATE=" DB-BIRTHDATE
           " OLDAGE=" WS-OLD-AGE
           " NEWAGE=" DB-AGE
     DELIMITED BY SIZE INTO AGE-RPT-RECORD
    WRITE AGE-RPT-RECORD.

WRITE-REPORT-TRAILER.
    MOVE SPACES TO AGE-RPT-RECORD
    STRING "TOTAL READ=" WS-READ-COUNT
           " CHANGED=" WS-CHANGED-COUNT
           " UNCHANGED=" WS-UNCHANGED-COUNT
           " NOBIRTHDATE=" WS-NOBIRTH-COUNT
           " FUTURE=" WS-FUTURE-COUNT
     DELIMITED BY SIZE INTO AGE-RPT-RECORD
    WRITE AGE-RPT-RECORD.

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
      MOVE "Cobol63AgeRefresh" TO RL-HOLDER
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
    MOVE "Cobol63AgeRefresh" TO EL-PROGRAM
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
    MOVE "Cobol63AgeRefresh" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-CHANGED-COUNT TO OS-COUNT1
    MOVE WS-UNCHANGED-COUNT TO OS-COUNT2
    MOVE WS-NOBIRTH-COUNT TO OS-COUNT3
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
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-PERSON-FILENAME
            WHEN "AUDITFILE"
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "AGERFRPTFILE"
             MOVE FP-VALUE TO WS-AGERPT-FILENAME
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
