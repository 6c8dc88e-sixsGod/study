    SELECT CodeTableFile ASSIGN TO DYNAMIC WS-CODETABLE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CODETABLE-STATUS.
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
01 CODE-TABLE-RECORD.
    COPY CODETABLE.

FD OperFile.
01 OPERATOR-RECORD.
    COPY OPERREC.

FD SignLogFile.
01 SIGN-LOG-RECORD.
    COPY SIGNLOG.

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
01 WS-UPDATE-COUNT     PIC 9(7) VALUE 0.
01 WS-IDX              PIC 9(3) VALUE 0.
01 WS-SLOT             PIC 9(3) VALUE 0.
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
01 WS-CODE-TABLE.
    05 WS-CT-COUNT     PIC 9(3) VALUE 0.
    05 WS-CT-ENTRY OCCURS 200 TIMES.
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "CODETABLEFILE  NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "OPERFILE       NN".
        10 FILLER PIC X(17) VALUE "SIGNLOGFILE    NN".
        10 FILLER PIC X(17) VALUE "SIGNONMAXFAIL  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
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

    PERFORM LOAD-CODE-TABLE

    PERFORM UNTIL WS-SESSION-DONE = "Y"
      WHEN "1"
       PERFORM LIST-CODES
      WHEN "2"
       MOVE "M" TO WS-NEEDED-LEVEL
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED = "Y"
        PERFORM ADD-CODE
       END-IF
      WHEN "3"
       MOVE "S" TO WS-NEEDED-LEVEL
       PERFORM CHECK-AUTHORITY
       IF WS-AUTHORIZED = "Y"
        PERFORM RETIRE-CODE
       END-IF
      WHEN "9"
       MOVE "Y" TO WS-SESSION-DONE
      WHEN OTHER
    IF WS-UPDATE-COUNT > 0
     PERFORM SAVE-CODE-TABLE
    END-IF
    MOVE "SIGNOFF" TO WS-SL-EVENT
    MOVE SPACES TO WS-SL-DETAIL
    STRING "TXNS=" WS-TXN-COUNT " UPDATES=" WS-UPDATE-COUNT
     DELIMITED BY SIZE INTO WS-SL-DETAIL
    PERFORM WRITE-SIGN-LOG
    PERFORM WRITE-OPS-STAT
    DISPLAY "Session ended."
    GOBACK.
SHOW-MENU.
    DISPLAY " "
    DISPLAY "1 - List codes"
    IF WS-OPER-LEVEL = "M" OR WS-OPER-LEVEL = "S"
     DISPLAY "2 - Add code"
    END-IF
    IF WS-OPER-LEVEL = "S"
     DISPLAY "3 - Retire code"
    END-IF
    DISPLAY "9 - Exit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT WS-MENU-CHOICE.
       MOVE WS-WORK-DESC TO WS-CE-DESC(WS-CT-COUNT)
       MOVE "A" TO WS-CE-ACTIVE(WS-CT-COUNT)
       MOVE WS-WORK-EFF TO WS-CE-EFF(WS-CT-COUNT)
       MOVE "CODEADD" TO WS-SL-EVENT
       PERFORM LOG-CODE-CHANGE
       DISPLAY "Code added."
      END-IF
     END-IF
      ELSE
       MOVE "R" TO WS-CE-ACTIVE(WS-SLOT)
       ADD 1 TO WS-UPDATE-COUNT
       MOVE "CODERETIRE" TO WS-SL-EVENT
       PERFORM LOG-CODE-CHANGE
       DISPLAY "Code retired."
      END-IF
     END-IF
    END-IF.

LOG-CODE-CHANGE.
    MOVE SPACES TO WS-SL-DETAIL
    STRING "TABLE=" WS-WORK-TABLE " CODE=" WS-WORK-CODE
     DELIMITED BY SIZE INTO WS-SL-DETAIL
    PERFORM WRITE-SIGN-LOG.

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

LOG-ERROR.
    MOVE "Cobol36CodeMaint" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
           EVALUATE FP-KEY
            WHEN "CODETABLEFILE"
             MOVE FP-VALUE TO WS-CODETABLE-FILENAME
            WHEN "OPERFILE"
             MOVE FP-VALUE TO WS-OPER-FILENAME
            WHEN "SIGNLOGFILE"
             MOVE FP-VALUE TO WS-SIGNLOG-FILENAME
            WHEN "SIGNONMAXFAIL"
             IF FP-VALUE(1:2) IS NUMERIC AND FP-VALUE(1:2) > "00"
              MOVE FP-VALUE(1:2) TO WS-SIGNON-MAX-FAIL
             END-IF
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
