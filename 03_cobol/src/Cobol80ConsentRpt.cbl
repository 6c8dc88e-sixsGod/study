IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol80ConsentRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-STATUS.
    SELECT ConsRptFile ASSIGN TO DYNAMIC WS-CONSRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONSRPT-STATUS.
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

FD ConsRptFile.
01 CONS-RPT-RECORD PIC X(132).

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
01 WS-EndOfFile        PIC X VALUE "N".
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-CONSRPT-FILENAME PIC X(40) VALUE "consentrpt.txt".
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-CONSRPT-STATUS   PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-RPT-FROM         PIC 9(8) VALUE 0.
01 WS-RPT-TO           PIC 9(8) VALUE 0.
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
01 WS-GIVEN-COUNT      PIC 9(7) VALUE 0.
01 WS-WITHDRAWN-COUNT  PIC 9(7) VALUE 0.
01 WS-ACTION           PIC X(09).
01 WS-PRIOR-STATUS     PIC X(09).
01 WS-CH-IDX           PIC 9(1) VALUE 0.
01 WS-CH-SLOT          PIC 9(1) VALUE 0.
01 WS-CHANNEL-TABLE.
    05 WS-CHANNEL-VALUES.
        10 FILLER PIC X(12) VALUE "MMAIL".
        10 FILLER PIC X(12) VALUE "PPHONE".
        10 FILLER PIC X(12) VALUE "EEMAIL".
        10 FILLER PIC X(12) VALUE "TTHIRD PARTY".
    05 FILLER REDEFINES WS-CHANNEL-VALUES.
        10 WS-CH-DEF OCCURS 4 TIMES.
            15 WS-CH-CODE PIC X(01).
            15 WS-CH-NAME PIC X(11).
01 WS-CHANNEL-TOTALS.
    05 WS-CH-TOTAL OCCURS 4 TIMES.
        10 WS-CH-GIVEN     PIC 9(7).
        10 WS-CH-WITHDRAWN PIC 9(7).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol80ConsentRpt".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "CONSRPTFILE    NN".
        10 FILLER PIC X(17) VALUE "CONSRPTFROM    NN".
        10 FILLER PIC X(17) VALUE "CONSRPTTO      NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting consent change report..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-RPT-FROM = 0
     MOVE WS-RUN-DATE TO WS-RPT-FROM
    END-IF
    IF WS-RPT-TO = 0
     MOVE WS-RUN-DATE TO WS-RPT-TO
    END-IF
    IF WS-RPT-FROM > WS-RPT-TO
     DISPLAY "ERROR: CONSRPTFROM " WS-RPT-FROM
      " is after CONSRPTTO " WS-RPT-TO
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE ZEROS TO WS-CHANNEL-TOTALS

    OPEN OUTPUT ConsRptFile
    IF WS-CONSRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ConsRptFile, status "
      WS-CONSRPT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-CONSRPT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO CONS-RPT-RECORD
    STRING "COMMUNICATION CONSENT CHANGES RECORDED " WS-RPT-FROM
           " TO " WS-RPT-TO
     DELIMITED BY SIZE INTO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD
    MOVE SPACES TO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD
    MOVE "RECORDED ID      CHANNEL     ACTION    EFFECTIVE PREVIOUS  PREV-DATE SOURCE     BY"
     TO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD

    OPEN INPUT AuditFile
    IF WS-AUDIT-STATUS NOT = "00"
     DISPLAY "NOTE: no audit log; report will be empty."
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ AuditFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-READ-COUNT
           IF AU-OP = "CONSENTGRT" OR AU-OP = "CONSENTWD"
            IF AU-RUN-DATE IS NUMERIC
             IF AU-RUN-DATE >= WS-RPT-FROM
                AND AU-RUN-DATE <= WS-RPT-TO
              PERFORM REPORT-CONSENT-CHANGE
             END-IF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE AuditFile
    END-IF

    PERFORM WRITE-CHANNEL-TOTALS
    CLOSE ConsRptFile

    DISPLAY "Audit records read: " WS-READ-COUNT
    DISPLAY "Consent changes in period: " WS-SELECTED-COUNT
    DISPLAY "Consents given: " WS-GIVEN-COUNT
    DISPLAY "Consents withdrawn: " WS-WITHDRAWN-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Consent change report completed."
    GOBACK.

REPORT-CONSENT-CHANGE.
    ADD 1 TO WS-SELECTED-COUNT
    MOVE 0 TO WS-CH-SLOT
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1
     UNTIL WS-CH-IDX > 4 OR WS-CH-SLOT > 0
     IF WS-CH-CODE(WS-CH-IDX) = AU-UPDATE-FIELD
      MOVE WS-CH-IDX TO WS-CH-SLOT
     END-IF
    END-PERFORM
    IF AU-OP = "CONSENTGRT"
     MOVE "GIVEN" TO WS-ACTION
     ADD 1 TO WS-GIVEN-COUNT
     IF WS-CH-SLOT > 0
      ADD 1 TO WS-CH-GIVEN(WS-CH-SLOT)
     END-IF
    ELSE
     MOVE "WITHDRAWN" TO WS-ACTION
     ADD 1 TO WS-WITHDRAWN-COUNT
     IF WS-CH-SLOT > 0
      ADD 1 TO WS-CH-WITHDRAWN(WS-CH-SLOT)
     END-IF
    END-IF
    EVALUATE AU-B-ADDR-LINE1(1:1)
     WHEN "G"
      MOVE "GIVEN" TO WS-PRIOR-STATUS
     WHEN "W"
      MOVE "WITHDRAWN" TO WS-PRIOR-STATUS
     WHEN OTHER
      MOVE "NONE" TO WS-PRIOR-STATUS
    END-EVALUATE
    MOVE SPACES TO CONS-RPT-RECORD
    IF WS-CH-SLOT > 0
     STRING AU-RUN-DATE " " AU-ID " " WS-CH-NAME(WS-CH-SLOT) " "
            WS-ACTION " " AU-A-EFF-DATE "  " WS-PRIOR-STATUS " "
            AU-B-EFF-DATE "  " AU-A-ADDR-LINE1(3:10) " "
            AU-A-ADDR-LINE1(14:8)
      DELIMITED BY SIZE INTO CONS-RPT-RECORD
    ELSE
     STRING AU-RUN-DATE " " AU-ID " " AU-UPDATE-FIELD "           "
            WS-ACTION " " AU-A-EFF-DATE "  " WS-PRIOR-STATUS " "
            AU-B-EFF-DATE "  " AU-A-ADDR-LINE1(3:10) " "
            AU-A-ADDR-LINE1(14:8)
      DELIMITED BY SIZE INTO CONS-RPT-RECORD
    END-IF
    WRITE CONS-RPT-RECORD.

WRITE-CHANNEL-TOTALS.
    MOVE SPACES TO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD
    MOVE "CHANNEL       GIVEN  WITHDRAWN" TO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD
    PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 4
     MOVE SPACES TO CONS-RPT-RECORD
     STRING WS-CH-NAME(WS-CH-IDX) " " WS-CH-GIVEN(WS-CH-IDX)
            "    " WS-CH-WITHDRAWN(WS-CH-IDX)
      DELIMITED BY SIZE INTO CONS-RPT-RECORD
     WRITE CONS-RPT-RECORD
    END-PERFORM
    MOVE SPACES TO CONS-RPT-RECORD
    STRING "TOTAL       " WS-GIVEN-COUNT "    " WS-WITHDRAWN-COUNT
     DELIMITED BY SIZE INTO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD
    MOVE SPACES TO CONS-RPT-RECORD
    STRING "TRL RECORDCOUNT=" WS-SELECTED-COUNT
     DELIMITED BY SIZE INTO CONS-RPT-RECORD
    WRITE CONS-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol80ConsentRpt" TO EL-PROGRAM
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
    MOVE "Cobol80ConsentRpt" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-SELECTED-COUNT TO OS-COUNT1
    MOVE WS-GIVEN-COUNT TO OS-COUNT2
    MOVE WS-WITHDRAWN-COUNT TO OS-COUNT3
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
            WHEN "CONSRPTFILE"
             MOVE FP-VALUE TO WS-CONSRPT-FILENAME
            WHEN "CONSRPTFROM"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RPT-FROM
             END-IF
            WHEN "CONSRPTTO"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RPT-TO
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
