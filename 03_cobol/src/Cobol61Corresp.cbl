IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol61Corresp.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-STATUS.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT LetterTmplFile ASSIGN TO DYNAMIC WS-LETTERTMPL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LETTERTMPL-STATUS.
    SELECT LetterFile ASSIGN TO DYNAMIC WS-LETTER-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LETTER-STATUS.
    SELECT LetterLogFile ASSIGN TO DYNAMIC WS-LETTERLOG-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS LG-KEY
     FILE STATUS IS WS-LG-STATUS.
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
FD AuditFile.
01 AUDIT-RECORD.
    COPY AUDITREC.

FD PersonFile.
01 PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==DB-==.

FD LetterTmplFile.
01 LETTER-TMPL-RECORD.
    05 LT-TYPE         PIC X(08).
    05 FILLER          PIC X(01).
    05 LT-TEXT         PIC X(70).

FD LetterFile.
01 LETTER-RECORD PIC X(80).

FD LetterLogFile.
01 LETTER-LOG-RECORD.
    COPY LETTERLOG.

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
01 WS-EL-PARAGRAPH        PIC X(20).
01 WS-EL-STATUS           PIC X(10).
01 WS-EndOfFile           PIC X VALUE "N".
01 WS-SYSPARM-EOF         PIC X VALUE "N".
01 WS-LETTERTMPL-EOF      PIC X VALUE "N".
01 WS-AUDIT-FILENAME      PIC X(40) VALUE "audit.log".
01 WS-PERSON-FILENAME     PIC X(40) VALUE "persondb.dat".
01 WS-LETTERTMPL-FILENAME PIC X(40) VALUE "lettmpl.ctl".
01 WS-LETTER-FILENAME     PIC X(40) VALUE "letters.txt".
01 WS-LETTERLOG-FILENAME  PIC X(40) VALUE "letterlog.dat".
01 WS-AUDIT-STATUS        PIC X(02).
01 WS-DB-STATUS           PIC X(02).
01 WS-LETTERTMPL-STATUS   PIC X(02).
01 WS-LETTER-STATUS       PIC X(02).
01 WS-LG-STATUS           PIC X(02).
01 WS-SYSPARM-STATUS      PIC X(02).
01 WS-OPSSTAT-STATUS      PIC X(02).
01 WS-ERRLOG-STATUS       PIC X(02).
01 WS-RUN-DATE            PIC 9(8).
01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
    05 WS-RUN-YYYY        PIC X(04).
    05 WS-RUN-MM          PIC X(02).
    05 WS-RUN-DD          PIC X(02).
01 WS-READ-COUNT          PIC 9(7) VALUE 0.
01 WS-EVENT-COUNT         PIC 9(7) VALUE 0.
01 WS-LETTER-COUNT        PIC 9(7) VALUE 0.
01 WS-DUP-COUNT           PIC 9(7) VALUE 0.
01 WS-NOTMPL-COUNT        PIC 9(7) VALUE 0.
01 WS-NOADDR-COUNT        PIC 9(7) VALUE 0.
01 WS-LETTER-TYPE         PIC X(08).
01 WS-LETTER-DEST         PIC X(03).
01 WS-LETTER-NAME         PIC X(20).
01 WS-LETTER-ADDR1        PIC X(30).
01 WS-LETTER-ADDR2        PIC X(30).
01 WS-CUR-ADDR1           PIC X(30).
01 WS-CUR-ADDR2           PIC X(30).
01 WS-PERSON-FOUND        PIC X VALUE "N".
01 WS-TMPL-FOUND          PIC X VALUE "N".
01 WS-LT-IDX              PIC 9(3) VALUE 0.
01 WS-TEMPLATE-TABLE.
    05 WS-LT-COUNT        PIC 9(3) VALUE 0.
    05 WS-LT-ENTRY OCCURS 300 TIMES.
        10 WS-LT-TYPE         PIC X(08).
        10 WS-LT-TEXT         PIC X(70).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol61Corresp".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "LETTERTMPLFILE NN".
        10 FILLER PIC X(17) VALUE "LETTERFILE     NN".
        10 FILLER PIC X(17) VALUE "LETTERLOGFILE  NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting correspondence generation..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-LETTER-TEMPLATES
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT AuditFile
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AuditFile, status " WS-AUDIT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-AUDIT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
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
     CLOSE AuditFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM OPEN-LETTER-LOG
    IF WS-LG-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open LetterLogFile, status "
      WS-LG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-LG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE AuditFile
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN EXTEND LetterFile
    IF WS-LETTER-STATUS NOT = "00"
     OPEN OUTPUT LetterFile
    END-IF
    IF WS-LETTER-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open LetterFile, status "
      WS-LETTER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-LETTER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE AuditFile
     CLOSE PersonFile
     CLOSE LetterLogFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ AuditFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          ADD 1 TO WS-READ-COUNT
          IF AU-RUN-DATE = WS-RUN-DATE
           PERFORM PROCESS-AUDIT-EVENT
          END-IF
     END-READ
    END-PERFORM

    CLOSE AuditFile
    CLOSE PersonFile
    CLOSE LetterLogFile
    CLOSE LetterFile

    DISPLAY "Audit entries read: " WS-READ-COUNT
    DISPLAY "Correspondence events for " WS-RUN-DATE ": "
     WS-EVENT-COUNT
    DISPLAY "Letters written: " WS-LETTER-COUNT
    DISPLAY "Duplicate letters suppressed: " WS-DUP-COUNT
    DISPLAY "Events with no template: " WS-NOTMPL-COUNT
    DISPLAY "Letters with no mailing address: " WS-NOADDR-COUNT
    IF WS-NOADDR-COUNT > 0 AND RETURN-CODE = 0
     MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Correspondence generation completed."
    GOBACK.

LOAD-LETTER-TEMPLATES.
    OPEN INPUT LetterTmplFile
    IF WS-LETTERTMPL-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open LetterTmplFile, status "
      WS-LETTERTMPL-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-LETTER-TMPL" TO WS-EL-PARAGRAPH
     MOVE WS-LETTERTMPL-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-LETTERTMPL-EOF = "Y"
      READ LetterTmplFile
          AT END
           MOVE "Y" TO WS-LETTERTMPL-EOF
          NOT AT END
           IF LT-TYPE NOT = SPACES AND LT-TYPE(1:1) NOT = "*"
            IF WS-LT-COUNT < 300
             ADD 1 TO WS-LT-COUNT
             MOVE FUNCTION UPPER-CASE(LT-TYPE)
              TO WS-LT-TYPE(WS-LT-COUNT)
             MOVE LT-TEXT TO WS-LT-TEXT(WS-LT-COUNT)
            ELSE
             DISPLAY "ERROR: letter templates hold more than 300 "
              "lines."
             MOVE 8 TO RETURN-CODE
             MOVE "Y" TO WS-LETTERTMPL-EOF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE LetterTmplFile
     DISPLAY "Letter template lines loaded: " WS-LT-COUNT
    END-IF.

OPEN-LETTER-LOG.
    OPEN I-O LetterLogFile
    IF WS-LG-STATUS = "35"
     OPEN OUTPUT LetterLogFile
     CLOSE LetterLogFile
     OPEN I-O LetterLogFile
    END-IF.

PROCESS-AUDIT-EVENT.
    MOVE SPACES TO WS-LETTER-TYPE
    EVALUATE AU-OP
     WHEN "ADD"
      MOVE "WELCOME" TO WS-LETTER-TYPE
     WHEN "CHANGE"
      IF AU-B-ADDR-LINE1 NOT = AU-A-ADDR-LINE1
         OR AU-B-ADDR-LINE2 NOT = AU-A-ADDR-LINE2
       MOVE "ADDRCHG" TO WS-LETTER-TYPE
      ELSE
       IF AU-B-NAME NOT = AU-A-NAME
          OR AU-B-EFF-DATE NOT = AU-A-EFF-DATE
          OR AU-B-BIRTHDATE NOT = AU-A-BIRTHDATE
        MOVE "UPDATE" TO WS-LETTER-TYPE
       END-IF
      END-IF
     WHEN "DELETE"
      MOVE "CLOSURE" TO WS-LETTER-TYPE
     WHEN "REINSTATE"
      MOVE "REINSTAT" TO WS-LETTER-TYPE
     WHEN "MERGE-IN"
      MOVE "MERGE" TO WS-LETTER-TYPE
     WHEN OTHER
      CONTINUE
    END-EVALUATE
    IF WS-LETTER-TYPE NOT = SPACES
     ADD 1 TO WS-EVENT-COUNT
     PERFORM FIND-LETTER-TEMPLATE
     IF WS-TMPL-FOUND = "N"
      ADD 1 TO WS-NOTMPL-COUNT
     ELSE
      IF WS-LETTER-TYPE = "ADDRCHG"
       MOVE "NEW" TO WS-LETTER-DEST
      ELSE
       MOVE "CUR" TO WS-LETTER-DEST
      END-IF
      PERFORM CHECK-LETTER-SENT
      IF WS-LG-STATUS = "00"
       ADD 1 TO WS-DUP-COUNT
      ELSE
       PERFORM GET-LETTER-ADDRESS
       PERFORM ISSUE-LETTER
       IF WS-LETTER-TYPE = "ADDRCHG"
          AND AU-B-ADDR-LINE1 NOT = SPACES
        MOVE "OLD" TO WS-LETTER-DEST
        MOVE AU-B-ADDR-LINE1 TO WS-LETTER-ADDR1
        MOVE AU-B-ADDR-LINE2 TO WS-LETTER-ADDR2
        PERFORM ISSUE-LETTER
       END-IF
      END-IF
     END-IF
    END-IF.

FIND-LETTER-TEMPLATE.
    MOVE "N" TO WS-TMPL-FOUND
    PERFORM VARYING WS-LT-IDX FROM 1 BY 1
     UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-TMPL-FOUND = "Y"
     IF WS-LT-TYPE(WS-LT-IDX) = WS-LETTER-TYPE
      MOVE "Y" TO WS-TMPL-FOUND
     END-IF
    END-PERFORM.

CHECK-LETTER-SENT.
    MOVE AU-ID TO LG-ID
    MOVE WS-RUN-DATE TO LG-DATE
    MOVE WS-LETTER-TYPE TO LG-TYPE
    MOVE WS-LETTER-DEST TO LG-DEST
    READ LetterLogFile
     KEY IS LG-KEY
    END-READ.

GET-LETTER-ADDRESS.
    MOVE "N" TO WS-PERSON-FOUND
    MOVE AU-ID TO DB-ID
    READ PersonFile
     KEY IS DB-ID
    END-READ
    IF WS-DB-STATUS = "00"
     MOVE "Y" TO WS-PERSON-FOUND
    END-IF
    IF AU-A-NAME NOT = SPACES
     MOVE AU-A-NAME TO WS-LETTER-NAME
    ELSE
     IF WS-PERSON-FOUND = "Y"
      MOVE DB-NAME TO WS-LETTER-NAME
     ELSE
      MOVE AU-B-NAME TO WS-LETTER-NAME
     END-IF
    END-IF
    IF AU-A-ADDR-LINE1 NOT = SPACES
     MOVE AU-A-ADDR-LINE1 TO WS-LETTER-ADDR1
     MOVE AU-A-ADDR-LINE2 TO WS-LETTER-ADDR2
    ELSE
     IF WS-PERSON-FOUND = "Y"
      MOVE DB-ADDR-LINE1 TO WS-LETTER-ADDR1
      MOVE DB-ADDR-LINE2 TO WS-LETTER-ADDR2
     ELSE
      MOVE AU-B-ADDR-LINE1 TO WS-LETTER-ADDR1
      MOVE AU-B-ADDR-LINE2 TO WS-LETTER-ADDR2
     END-IF
    END-IF.

ISSUE-LETTER.
    IF WS-LETTER-ADDR1 = SPACES
     ADD 1 TO WS-NOADDR-COUNT
     DISPLAY "WARNING: no mailing address for ID " AU-ID
      " letter " WS-LETTER-TYPE
    ELSE
     PERFORM WRITE-LETTER
     IF WS-LETTER-STATUS = "00"
      PERFORM LOG-LETTER
     END-IF
    END-IF.

WRITE-LETTER.
    MOVE SPACES TO LETTER-RECORD
    STRING "                                                  DATE "
           WS-RUN-YYYY "-" WS-RUN-MM "-" WS-RUN-DD
     DELIMITED BY SIZE INTO LETTER-RECORD
    WRITE LETTER-RECORD AFTER ADVANCING PAGE
    MOVE SPACES TO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE WS-LETTER-NAME TO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE WS-LETTER-ADDR1 TO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE WS-LETTER-ADDR2 TO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE SPACES TO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE SPACES TO LETTER-RECORD
    STRING "RE: MEMBER ID " AU-ID
     DELIMITED BY SIZE INTO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE SPACES TO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE SPACES TO LETTER-RECORD
    STRING "DEAR " FUNCTION TRIM(WS-LETTER-NAME) ","
     DELIMITED BY SIZE INTO LETTER-RECORD
    WRITE LETTER-RECORD
    MOVE SPACES TO LETTER-RECORD
    WRITE LETTER-RECORD
    PERFORM VARYING WS-LT-IDX FROM 1 BY 1
     UNTIL WS-LT-IDX > WS-LT-COUNT
     IF WS-LT-TYPE(WS-LT-IDX) = WS-LETTER-TYPE
      MOVE SPACES TO LETTER-RECORD
      MOVE WS-LT-TEXT(WS-LT-IDX) TO LETTER-RECORD
      WRITE LETTER-RECORD
     END-IF
    END-PERFORM
    IF WS-LETTER-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on LetterFile, status "
      WS-LETTER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-LETTER" TO WS-EL-PARAGRAPH
     MOVE WS-LETTER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-LETTER-COUNT
    END-IF.

LOG-LETTER.
    MOVE SPACES TO LETTER-LOG-RECORD
    MOVE AU-ID TO LG-ID
    MOVE WS-RUN-DATE TO LG-DATE
    MOVE WS-LETTER-TYPE TO LG-TYPE
    MOVE WS-LETTER-DEST TO LG-DEST
    MOVE AU-SEQ TO LG-AUDIT-SEQ
    MOVE WS-LETTER-ADDR1 TO LG-ADDR-LINE1
    MOVE WS-LETTER-ADDR2 TO LG-ADDR-LINE2
    WRITE LETTER-LOG-RECORD
    IF WS-LG-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on LetterLogFile, status "
      WS-LG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOG-LETTER" TO WS-EL-PARAGRAPH
     MOVE WS-LG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    END-IF.

LOG-ERROR.
    MOVE "Cobol61Corresp" TO EL-PROGRAM
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
    MOVE "Cobol61Corresp" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-EVENT-COUNT TO OS-COUNT1
    MOVE WS-LETTER-COUNT TO OS-COUNT2
    MOVE WS-DUP-COUNT TO OS-COUNT3
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
            WHEN "AUDITFILE"
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-PERSON-FILENAME
            WHEN "LETTERTMPLFILE"
             MOVE FP-VALUE TO WS-LETTERTMPL-FILENAME
            WHEN "LETTERFILE"
             MOVE FP-VALUE TO WS-LETTER-FILENAME
            WHEN "LETTERLOGFILE"
             MOVE FP-VALUE TO WS-LETTERLOG-FILENAME
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
