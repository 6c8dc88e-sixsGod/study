    SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT OperFile ASSIGN TO DYNAMIC WS-OPER-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS OP-ID
     FILE STATUS IS WS-OP-STATUS.
    SELECT SignLogFile ASSIGN TO DYNAMIC WS-SIGNLOG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SIGNLOG-STATUS.
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
FD ArchiveFile.
01 ARCHIVE-RECORD PIC X(130).

FD OperFile.
01 OPERATOR-RECORD.
    COPY OPERREC.

FD SignLogFile.
01 SIGN-LOG-RECORD.
    COPY SIGNLOG.

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
WORKING-STORAGE SECTION.
01 WS-EL-PARAGRAPH     PIC X(20).
01 WS-EL-STATUS        PIC X(10).
01 WS-ACCESSLOG-STATUS PIC X(02).
01 WS-ACCESS-ID        PIC 9(07) VALUE 0.
01 WS-ACCESS-REQ-TYPE  PIC X(01) VALUE SPACE.
01 WS-ACCESS-REQUESTOR PIC X(12) VALUE SPACES.
01 WS-ACCESS-TYPE      PIC X(10) VALUE SPACES.
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-ARCHCAT-FILENAME PIC X(40) VALUE "archcat.dat".
01 WS-ARCHIVE-NAME     PIC X(40).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-SESSION-DONE     PIC X VALUE "N".
01 WS-RUN-DATE         PIC 9(8).
01 WS-OPER-FILENAME    PIC X(40) VALUE "operdb.dat".
01 WS-OP-STATUS        PIC X(02).
01 WS-SIGNLOG-FILENAME PIC X(40) VALUE "signlog.txt".
01 WS-SIGNLOG-STATUS   PIC X(02).
01 WS-SIGNON-MAX-FAIL  PIC 9(2) VALUE 3.
01 WS-SIGNON-TRIES     PIC 9(2) VALUE 0.
01 WS-SIGNED-ON        PIC X VALUE "N".
01 WS-OPER-ID          PIC X(08) VALUE SPACES.
01 WS-OPER-LEVEL       PIC X(01) VALUE SPACE.
01 WS-PW-INPUT         PIC X(20).
01 WS-PW-OPER-ID       PIC X(08).
01 WS-PW-HASH          PIC 9(09) VALUE 0.
01 WS-PW-WORK          PIC 9(18) VALUE 0.
01 WS-PW-IDX           PIC 9(2) VALUE 0.
01 WS-SL-EVENT         PIC X(10).
01 WS-SL-DETAIL        PIC X(40).
01 WS-INPUT            PIC X(30).
01 WS-WORK-ID          PIC 9(07) VALUE 0.
01 WS-TXN-COUNT        PIC 9(7) VALUE 0.
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "ARCHCATFILE    NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "OPERFILE       NN".
        10 FILLER PIC X(17) VALUE "SIGNLOGFILE    NN".
        10 FILLER PIC X(17) VALUE "SIGNONMAXFAIL  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Archived Person Inquiry"
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
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

    OPEN INPUT ArchCatFile
    IF WS-ARCHCAT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open archive catalog, status "
    END-PERFORM

    CLOSE ArchCatFile
    MOVE "SIGNOFF" TO WS-SL-EVENT
    MOVE SPACES TO WS-SL-DETAIL
    STRING "TXNS=" WS-TXN-COUNT " FOUND=" WS-FOUND-COUNT
     DELIMITED BY SIZE INTO WS-SL-DETAIL
    PERFORM WRITE-SIGN-LOG
    PERFORM WRITE-OPS-STAT
    DISPLAY "Session ended."
    GOBACK.
      "; person was never purged."
    ELSE
     ADD 1 TO WS-FOUND-COUNT
     MOVE AC-ID TO WS-ACCESS-ID
     MOVE "ARCHINQ" TO WS-ACCESS-TYPE
     PERFORM WRITE-ACCESS-LOG
     DISPLAY "ID:          " AC-ID
     DISPLAY "Name:        " AC-NAME
     DISPLAY "Purge date:  " AC-PURGE-DATE
     END-IF
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

LOG-ERROR.
    MOVE "Cobol45ArchInq" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
           EVALUATE FP-KEY
            WHEN "ARCHCATFILE"
             MOVE FP-VALUE TO WS-ARCHCAT-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
             END-IF
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
