IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol64OperMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
FD OperFile.
01 OPERATOR-RECORD.
    COPY OPERREC.

FD SignLogFile.
01 SIGN-LOG-RECORD.
    COPY SIGNLOG.

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
01 WS-EL-STATUS        PIC X(10).
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-MENU-CHOICE      PIC X(01) VALUE SPACE.
01 WS-SESSION-DONE     PIC X VALUE "N".
01 WS-INPUT            PIC X(30).
01 WS-INPUT-OK         PIC X VALUE "N".
01 WS-TXN-COUNT        PIC 9(7) VALUE 0.
01 WS-UPDATE-COUNT     PIC 9(7) VALUE 0.
01 WS-OPER-EOF         PIC X VALUE "N".
01 WS-OPER-EMPTY       PIC X VALUE "N".
01 WS-OPER-LISTED      PIC 9(7) VALUE 0.
01 WS-TARGET-ID        PIC X(08) VALUE SPACES.
01 WS-TARGET-NAME      PIC X(20) VALUE SPACES.
01 WS-TARGET-LEVEL     PIC X(01) VALUE SPACE.
01 WS-NEW-PW-HASH      PIC 9(09) VALUE 0.
01 WS-PW-MIN-LEN       PIC 9(2) VALUE 6.
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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol64OperMaint".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 4.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "OPERFILE       NN".
        10 FILLER PIC X(17) VALUE "SIGNLOGFILE    NN".
        10 FILLER PIC X(17) VALUE "SIGNONMAXFAIL  NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 4 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Operator Maintenance"
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM OPEN-OPERATOR-FILE
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: operator file unavailable."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM CHECK-OPERATOR-FILE-EMPTY
    IF WS-OPER-EMPTY = "Y"
     PERFORM DEFINE-FIRST-SUPERVISOR
     IF RETURN-CODE NOT = 0
      CLOSE OperFile
      DISPLAY "Stopping: first supervisor not defined."
      PERFORM WRITE-OPS-STAT
      GOBACK
     END-IF
    ELSE
     CLOSE OperFile
     PERFORM SIGN-ON
     IF RETURN-CODE NOT = 0
      DISPLAY "Stopping: operator not signed on."
      PERFORM WRITE-OPS-STAT
      GOBACK
     END-IF
     MOVE SPACE TO WS-MENU-CHOICE
     MOVE "S" TO WS-NEEDED-LEVEL
     PERFORM CHECK-AUTHORITY
     IF WS-AUTHORIZED = "N"
      DISPLAY "Stopping: operator maintenance needs supervisor level."
      MOVE 8 TO RETURN-CODE
      PERFORM WRITE-OPS-STAT
      GOBACK
     END-IF
     PERFORM OPEN-OPERATOR-FILE
     IF RETURN-CODE NOT = 0
      DISPLAY "Stopping: operator file unavailable."
      PERFORM WRITE-OPS-STAT
      GOBACK
     END-IF
    END-IF

    PERFORM UNTIL WS-SESSION-DONE = "Y"
     PERFORM SHOW-MENU
     EVALUATE WS-MENU-CHOICE
      WHEN "1"
       PERFORM LIST-OPERATORS
      WHEN "2"
       PERFORM ADD-OPERATOR
      WHEN "3"
       PERFORM RESET-PASSWORD
      WHEN "4"
       PERFORM CHANGE-LEVEL
      WHEN "5"
       PERFORM REVOKE-OPERATOR
      WHEN "6"
       PERFORM REINSTATE-OPERATOR
      WHEN "9"
       MOVE "Y" TO WS-SESSION-DONE
      WHEN OTHER
       DISPLAY "Invalid choice, enter 1-6 or 9."
     END-EVALUATE
    END-PERFORM

    CLOSE OperFile
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
    DISPLAY "1 - List operators"
    DISPLAY "2 - Add operator"
    DISPLAY "3 - Reset password / unlock"
    DISPLAY "4 - Change level"
    DISPLAY "5 - Revoke operator"
    DISPLAY "6 - Reinstate operator"
    DISPLAY "9 - Exit"
    DISPLAY "Choice: " WITH NO ADVANCING
    ACCEPT WS-MENU-CHOICE.

OPEN-OPERATOR-FILE.
    OPEN I-O OperFile
    IF WS-OP-STATUS = "35"
     OPEN OUTPUT OperFile
     CLOSE OperFile
     OPEN I-O OperFile
    END-IF
    IF WS-OP-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open OperFile, status " WS-OP-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "OPEN-OPERATOR-FILE" TO WS-EL-PARAGRAPH
     MOVE WS-OP-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

CHECK-OPERATOR-FILE-EMPTY.
    MOVE "N" TO WS-OPER-EMPTY
    MOVE LOW-VALUES TO OP-ID
    START OperFile KEY IS NOT LESS THAN OP-ID
     INVALID KEY
      MOVE "Y" TO WS-OPER-EMPTY
    END-START.

DEFINE-FIRST-SUPERVISOR.
    DISPLAY "No operators are defined; define the first supervisor."
    PERFORM GET-TARGET-ID
    IF WS-INPUT-OK = "Y"
     PERFORM GET-TARGET-NAME
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM GET-NEW-PASSWORD
    END-IF
    IF WS-INPUT-OK = "N"
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE WS-TARGET-ID TO WS-OPER-ID
     MOVE "S" TO WS-OPER-LEVEL
     MOVE "S" TO WS-TARGET-LEVEL
     PERFORM STORE-NEW-OPERATOR
     IF RETURN-CODE = 0
      MOVE "SIGNON" TO WS-SL-EVENT
      MOVE SPACES TO WS-SL-DETAIL
      STRING "LEVEL=" WS-OPER-LEVEL " FIRST SUPERVISOR"
       DELIMITED BY SIZE INTO WS-SL-DETAIL
      PERFORM WRITE-SIGN-LOG
     END-IF
    END-IF.

GET-TARGET-ID.
    MOVE "N" TO WS-INPUT-OK
    MOVE SPACES TO WS-INPUT
    DISPLAY "Operator ID (1-8 characters): " WITH NO ADVANCING
    ACCEPT WS-INPUT
    IF WS-INPUT = SPACES OR WS-INPUT(9:22) NOT = SPACES
     DISPLAY "Operator ID must be 1-8 characters."
    ELSE
     MOVE FUNCTION UPPER-CASE(WS-INPUT(1:8)) TO WS-TARGET-ID
     MOVE "Y" TO WS-INPUT-OK
    END-IF.

GET-TARGET-NAME.
    MOVE "N" TO WS-INPUT-OK
    MOVE SPACES TO WS-INPUT
    DISPLAY "Operator name: " WITH NO ADVANCING
    ACCEPT WS-INPUT
    IF WS-INPUT = SPACES
     DISPLAY "Operator name may not be blank."
    ELSE
     MOVE WS-INPUT(1:20) TO WS-TARGET-NAME
     MOVE "Y" TO WS-INPUT-OK
    END-IF.

GET-TARGET-LEVEL.
    MOVE "N" TO WS-INPUT-OK
    MOVE SPACES TO WS-INPUT
    DISPLAY "Level (I inquiry, M maintenance, S supervisor): "
     WITH NO ADVANCING
    ACCEPT WS-INPUT
    MOVE FUNCTION UPPER-CASE(WS-INPUT(1:1)) TO WS-TARGET-LEVEL
    IF WS-INPUT(2:29) NOT = SPACES
     OR (WS-TARGET-LEVEL NOT = "I" AND WS-TARGET-LEVEL NOT = "M"
      AND WS-TARGET-LEVEL NOT = "S")
     DISPLAY "Level must be I, M or S."
    ELSE
     MOVE "Y" TO WS-INPUT-OK
    END-IF.

GET-NEW-PASSWORD.
    MOVE "N" TO WS-INPUT-OK
    MOVE WS-TARGET-ID TO WS-PW-OPER-ID
    MOVE SPACES TO WS-PW-INPUT
    DISPLAY "New password: " WITH NO ADVANCING
    ACCEPT WS-PW-INPUT
    IF WS-PW-INPUT = SPACES
     OR FUNCTION LENGTH(FUNCTION TRIM(WS-PW-INPUT)) < WS-PW-MIN-LEN
     MOVE SPACES TO WS-PW-INPUT
     DISPLAY "Password must be at least " WS-PW-MIN-LEN " characters."
    ELSE
     PERFORM HASH-PASSWORD
     MOVE WS-PW-HASH TO WS-NEW-PW-HASH
     DISPLAY "Repeat password: " WITH NO ADVANCING
     ACCEPT WS-PW-INPUT
     PERFORM HASH-PASSWORD
     IF WS-PW-HASH NOT = WS-NEW-PW-HASH
      DISPLAY "Passwords do not match."
     ELSE
      MOVE "Y" TO WS-INPUT-OK
     END-IF
    END-IF.

READ-TARGET-OPERATOR.
    MOVE WS-TARGET-ID TO OP-ID
    READ OperFile
     KEY IS OP-ID
    END-READ
    IF WS-OP-STATUS NOT = "00"
     MOVE "N" TO WS-INPUT-OK
     DISPLAY "Operator " WS-TARGET-ID " not on file."
    END-IF.

STORE-NEW-OPERATOR.
    MOVE SPACES TO OPERATOR-RECORD
    MOVE WS-TARGET-ID TO OP-ID
    MOVE WS-TARGET-NAME TO OP-NAME
    MOVE WS-NEW-PW-HASH TO OP-PW-HASH
    MOVE WS-TARGET-LEVEL TO OP-LEVEL
    MOVE "A" TO OP-STATUS
    MOVE 0 TO OP-FAIL-COUNT
    MOVE 0 TO OP-LAST-SIGNON
    MOVE WS-OPER-ID TO OP-CHANGED-BY
    MOVE WS-RUN-DATE TO OP-CHANGED-DATE
    WRITE OPERATOR-RECORD
    IF WS-OP-STATUS = "22"
     DISPLAY "ADD failed, operator " WS-TARGET-ID " already on file."
    ELSE
     IF WS-OP-STATUS NOT = "00"
      DISPLAY "ERROR: write failure on OperFile, status "
       WS-OP-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "STORE-NEW-OPERATOR" TO WS-EL-PARAGRAPH
      MOVE WS-OP-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      ADD 1 TO WS-UPDATE-COUNT
      MOVE "OPERADD" TO WS-SL-EVENT
      MOVE SPACES TO WS-SL-DETAIL
      STRING "TARGET=" WS-TARGET-ID " LEVEL=" WS-TARGET-LEVEL
       DELIMITED BY SIZE INTO WS-SL-DETAIL
      PERFORM WRITE-SIGN-LOG
      DISPLAY "Operator " WS-TARGET-ID " added."
     END-IF
    END-IF.

UPDATE-TARGET-OPERATOR.
    MOVE WS-OPER-ID TO OP-CHANGED-BY
    MOVE WS-RUN-DATE TO OP-CHANGED-DATE
    REWRITE OPERATOR-RECORD
    IF WS-OP-STATUS NOT = "00"
     DISPLAY "ERROR: rewrite failure on OperFile, status "
      WS-OP-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "UPDATE-TARGET-OPER" TO WS-EL-PARAGRAPH
     MOVE WS-OP-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     ADD 1 TO WS-UPDATE-COUNT
     MOVE SPACES TO WS-SL-DETAIL
     STRING "TARGET=" WS-TARGET-ID " LEVEL=" OP-LEVEL
      " STATUS=" OP-STATUS
      DELIMITED BY SIZE INTO WS-SL-DETAIL
     PERFORM WRITE-SIGN-LOG
    END-IF.

LIST-OPERATORS.
    ADD 1 TO WS-TXN-COUNT
    MOVE 0 TO WS-OPER-LISTED
    MOVE "N" TO WS-OPER-EOF
    MOVE LOW-VALUES TO OP-ID
    START OperFile KEY IS NOT LESS THAN OP-ID
     INVALID KEY
      MOVE "Y" TO WS-OPER-EOF
    END-START
    DISPLAY "ID       NAME                 LVL STS FAILS "
     "LASTSIGN CHGBY    CHGDATE"
    PERFORM UNTIL WS-OPER-EOF = "Y"
     READ OperFile NEXT RECORD
      AT END
       MOVE "Y" TO WS-OPER-EOF
      NOT AT END
       ADD 1 TO WS-OPER-LISTED
       DISPLAY OP-ID " " OP-NAME " " OP-LEVEL "   " OP-STATUS
        "   " OP-FAIL-COUNT "    " OP-LAST-SIGNON " " OP-CHANGED-BY
        " " OP-CHANGED-DATE
     END-READ
    END-PERFORM
    DISPLAY "Operators listed: " WS-OPER-LISTED.

ADD-OPERATOR.
    PERFORM GET-TARGET-ID
    IF WS-INPUT-OK = "Y"
     ADD 1 TO WS-TXN-COUNT
     MOVE WS-TARGET-ID TO OP-ID
     READ OperFile
      KEY IS OP-ID
     END-READ
     IF WS-OP-STATUS = "00"
      MOVE "N" TO WS-INPUT-OK
      DISPLAY "ADD failed, operator " WS-TARGET-ID " already on file."
     END-IF
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM GET-TARGET-NAME
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM GET-TARGET-LEVEL
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM GET-NEW-PASSWORD
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM STORE-NEW-OPERATOR
    END-IF.

RESET-PASSWORD.
    PERFORM GET-TARGET-ID
    IF WS-INPUT-OK = "Y"
     ADD 1 TO WS-TXN-COUNT
     PERFORM READ-TARGET-OPERATOR
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM GET-NEW-PASSWORD
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM READ-TARGET-OPERATOR
    END-IF
    IF WS-INPUT-OK = "Y"
     IF OP-REVOKED
      MOVE "N" TO WS-INPUT-OK
      DISPLAY "RESET refused, operator revoked; reinstate first."
      MOVE "PWREJECT" TO WS-SL-EVENT
      MOVE SPACES TO WS-SL-DETAIL
      STRING "TARGET=" WS-TARGET-ID " STATUS=" OP-STATUS
       " REVOKED"
       DELIMITED BY SIZE INTO WS-SL-DETAIL
      PERFORM WRITE-SIGN-LOG
     END-IF
    END-IF
    IF WS-INPUT-OK = "Y"
     MOVE WS-NEW-PW-HASH TO OP-PW-HASH
     MOVE 0 TO OP-FAIL-COUNT
     MOVE "A" TO OP-STATUS
     MOVE "PWRESET" TO WS-SL-EVENT
     PERFORM UPDATE-TARGET-OPERATOR
     IF RETURN-CODE = 0
      DISPLAY "Password reset; operator " WS-TARGET-ID " is active."
     END-IF
    END-IF.

CHANGE-LEVEL.
    PERFORM GET-TARGET-ID
    IF WS-INPUT-OK = "Y"
     ADD 1 TO WS-TXN-COUNT
     PERFORM READ-TARGET-OPERATOR
    END-IF
    IF WS-INPUT-OK = "Y"
     DISPLAY "Current level: " OP-LEVEL
     PERFORM GET-TARGET-LEVEL
    END-IF
    IF WS-INPUT-OK = "Y"
     IF WS-TARGET-ID = WS-OPER-ID AND WS-TARGET-LEVEL NOT = "S"
      MOVE "N" TO WS-INPUT-OK
      DISPLAY "A supervisor may not lower their own level."
     END-IF
    END-IF
    IF WS-INPUT-OK = "Y"
     IF WS-TARGET-LEVEL = OP-LEVEL
      DISPLAY "Level unchanged."
     ELSE
      MOVE WS-TARGET-LEVEL TO OP-LEVEL
      MOVE "LEVELCHG" TO WS-SL-EVENT
      PERFORM UPDATE-TARGET-OPERATOR
      IF RETURN-CODE = 0
       DISPLAY "Level changed for operator " WS-TARGET-ID "."
      END-IF
     END-IF
    END-IF.

REVOKE-OPERATOR.
    PERFORM GET-TARGET-ID
    IF WS-INPUT-OK = "Y"
     ADD 1 TO WS-TXN-COUNT
     IF WS-TARGET-ID = WS-OPER-ID
      MOVE "N" TO WS-INPUT-OK
      DISPLAY "A supervisor may not revoke their own operator ID."
     END-IF
    END-IF
    IF WS-INPUT-OK = "Y"
     PERFORM READ-TARGET-OPERATOR
    END-IF
    IF WS-INPUT-OK = "Y"
     IF OP-REVOKED
      DISPLAY "REVOKE failed, operator already revoked."
     ELSE
      MOVE "R" TO OP-STATUS
      MOVE "REVOKE" TO WS-SL-EVENT
      PERFORM UPDATE-TARGET-OPERATOR
      IF RETURN-CODE = 0
       DISPLAY "Operator " WS-TARGET-ID " revoked."
      END-IF
     END-IF
    END-IF.

REINSTATE-OPERATOR.
    PERFORM GET-TARGET-ID
    IF WS-INPUT-OK = "Y"
     ADD 1 TO WS-TXN-COUNT
     PERFORM READ-TARGET-OPERATOR
    END-IF
    IF WS-INPUT-OK = "Y"
     IF NOT OP-REVOKED
      DISPLAY "REINSTATE failed, operator is not revoked."
     ELSE
      MOVE 0 TO OP-FAIL-COUNT
      MOVE "A" TO OP-STATUS
      MOVE "REINSTATE" TO WS-SL-EVENT
      PERFORM UPDATE-TARGET-OPERATOR
      IF RETURN-CODE = 0
       DISPLAY "Operator " WS-TARGET-ID " reinstated."
      END-IF
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
    MOVE "Cobol64OperMaint" TO EL-PROGRAM
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
    MOVE "Cobol64OperMaint" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-TXN-COUNT TO OS-COUNT1
    MOVE WS-UPDATE-COUNT TO OS-COUNT2
    MOVE 0 TO OS-COUNT3
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
             END-IF
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
