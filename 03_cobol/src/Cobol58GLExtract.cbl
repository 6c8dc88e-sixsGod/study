IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol58GLExtract.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LedgerFile ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LEDGER-STATUS.
    SELECT CodeTableFile ASSIGN TO DYNAMIC WS-CODETABLE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CODETABLE-STATUS.
    SELECT GLJournalFile ASSIGN TO DYNAMIC WS-GLJOURNAL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-GLJOURNAL-STATUS.
    SELECT GLReportFile ASSIGN TO DYNAMIC WS-GLREPORT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-GLREPORT-STATUS.
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
FD LedgerFile.
01 LEDGER-RECORD.
    05 AL-ACCOUNT      PIC X(10).
    05 FILLER          PIC X(01).
    05 AL-DATE         PIC 9(08).
    05 FILLER          PIC X(01).
    05 AL-TYPE         PIC X(01).
    05 FILLER          PIC X(01).
    05 AL-AMOUNT       PIC S9(5)V99 SIGN IS LEADING SEPARATE
                       CHARACTER.

FD CodeTableFile.
01 CODE-TABLE-RECORD.
    COPY CODETABLE.

FD GLJournalFile.
01 GL-JOURNAL-RECORD PIC X(80).

FD GLReportFile.
01 GL-REPORT-RECORD PIC X(100).

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
01 WS-EL-PARAGRAPH       PIC X(20).
01 WS-EL-STATUS          PIC X(10).
01 WS-SYSPARM-EOF        PIC X VALUE "N".
01 WS-LEDGER-EOF         PIC X VALUE "N".
01 WS-CODETABLE-EOF      PIC X VALUE "N".
01 WS-LEDGER-FILENAME    PIC X(40) VALUE "sublgr.txt".
01 WS-CODETABLE-FILENAME PIC X(40) VALUE "codetable.dat".
01 WS-GLJOURNAL-FILENAME PIC X(40) VALUE "gljournal.txt".
01 WS-GLREPORT-FILENAME  PIC X(40) VALUE "gljrnrpt.txt".
01 WS-LEDGER-STATUS      PIC X(02).
01 WS-CODETABLE-STATUS   PIC X(02).
01 WS-GLJOURNAL-STATUS   PIC X(02).
01 WS-GLREPORT-STATUS    PIC X(02).
01 WS-SYSPARM-STATUS     PIC X(02).
01 WS-OPSSTAT-STATUS     PIC X(02).
01 WS-ERRLOG-STATUS      PIC X(02).
01 WS-RUN-DATE           PIC 9(8).
01 WS-PASS               PIC 9(1) VALUE 0.
01 WS-LEDGER-READ        PIC 9(7) VALUE 0.
01 WS-POSTING-COUNT      PIC 9(7) VALUE 0.
01 WS-ERROR-COUNT        PIC 9(7) VALUE 0.
01 WS-ENTRY-COUNT        PIC 9(7) VALUE 0.
01 WS-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
01 WS-CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
01 WS-CHECK-ENTRY-COUNT  PIC 9(7) VALUE 0.
01 WS-CHECK-DEBIT-TOTAL  PIC 9(11)V99 VALUE 0.
01 WS-CHECK-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
01 WS-GL-AMOUNT          PIC S9(7)V99 VALUE 0.
01 WS-GL-ABS-AMOUNT      PIC 9(9)V99 VALUE 0.
01 WS-GL-ACCOUNT         PIC X(10).
01 WS-GL-CONTRA          PIC X(10).
01 WS-DELETE-NAME        PIC X(40).
01 WS-REJ-TEXT           PIC X(30).
01 WS-GM-IDX             PIC 9(3) VALUE 0.
01 WS-GM-FOUND-IDX       PIC 9(3) VALUE 0.
01 WS-GLMAP-DESC.
    05 WS-GD-LOW         PIC X(10).
    05 WS-GD-HIGH        PIC X(10).
    05 WS-GD-GL-ACCOUNT  PIC X(10).
01 WS-GLMAP-TABLE.
    05 WS-GM-COUNT       PIC 9(3) VALUE 0.
    05 WS-GM-ENTRY OCCURS 100 TIMES.
        10 WS-GM-TYPE        PIC X(1).
        10 WS-GM-CONTRA      PIC X(1).
        10 WS-GM-LOW         PIC X(10).
        10 WS-GM-HIGH        PIC X(10).
        10 WS-GM-GL-ACCOUNT  PIC X(10).
01 WS-GJ-DETAIL.
    05 WS-GJ-REC-TYPE    PIC X(3) VALUE "DTL".
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-GL-ACCOUNT  PIC X(10).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-DRCR        PIC X(2).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-AMOUNT      PIC 9(9)V99.
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-POST-DATE   PIC 9(8).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-LEDGER-ACCT PIC X(10).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-LEDGER-TYPE PIC X(1).
    05 FILLER            PIC X(1) VALUE SPACE.
    05 WS-GJ-SEQ         PIC 9(7).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol58GLExtract".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "SUBLEDGERFILE  NN".
        10 FILLER PIC X(17) VALUE "CODETABLEFILE  NN".
        10 FILLER PIC X(17) VALUE "GLJOURNALFILE  NN".
        10 FILLER PIC X(17) VALUE "GLREPORTFILE   NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting general ledger journal extract..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT GLReportFile
    IF WS-GLREPORT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open GLReportFile, status "
      WS-GLREPORT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-GLREPORT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE SPACES TO GL-REPORT-RECORD
    STRING "GENERAL LEDGER JOURNAL EXTRACT  RUN DATE " WS-RUN-DATE
     DELIMITED BY SIZE INTO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD
    MOVE SPACES TO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD

    PERFORM LOAD-GL-MAPPING
    IF RETURN-CODE = 0
     MOVE 1 TO WS-PASS
     PERFORM SCAN-LEDGER
    END-IF
    IF RETURN-CODE = 0
     PERFORM CHECK-JOURNAL-BALANCE
    END-IF
    IF RETURN-CODE = 0
     PERFORM BUILD-JOURNAL
    END-IF
    IF RETURN-CODE NOT = 0
     PERFORM REJECT-JOURNAL
    END-IF

    PERFORM WRITE-EXTRACT-SUMMARY
    CLOSE GLReportFile

    DISPLAY "Ledger postings for " WS-RUN-DATE ": " WS-POSTING-COUNT
    DISPLAY "Journal entries: " WS-ENTRY-COUNT
    DISPLAY "Journal debit total: " WS-DEBIT-TOTAL
    DISPLAY "Journal credit total: " WS-CREDIT-TOTAL
    PERFORM WRITE-OPS-STAT
    DISPLAY "General ledger journal extract completed."
    GOBACK.

LOAD-GL-MAPPING.
    OPEN INPUT CodeTableFile
    IF WS-CODETABLE-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open CodeTableFile, status "
      WS-CODETABLE-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-GL-MAPPING" TO WS-EL-PARAGRAPH
     MOVE WS-CODETABLE-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-CODETABLE-EOF = "Y"
      READ CodeTableFile INTO CODE-TABLE-RECORD
       AT END
        MOVE "Y" TO WS-CODETABLE-EOF
       NOT AT END
        IF CTB-TABLE = "GLMAP" AND CTB-IN-EFFECT
           AND (CTB-EFF-DATE IS NOT NUMERIC
                OR CTB-EFF-DATE <= WS-RUN-DATE)
         IF WS-GM-COUNT < 100
          ADD 1 TO WS-GM-COUNT
          MOVE CTB-DESC TO WS-GLMAP-DESC
          MOVE CTB-CODE(1:1) TO WS-GM-TYPE(WS-GM-COUNT)
          IF CTB-CODE(2:1) = "*"
           MOVE "Y" TO WS-GM-CONTRA(WS-GM-COUNT)
          ELSE
           MOVE "N" TO WS-GM-CONTRA(WS-GM-COUNT)
          END-IF
          MOVE WS-GD-LOW TO WS-GM-LOW(WS-GM-COUNT)
          MOVE WS-GD-HIGH TO WS-GM-HIGH(WS-GM-COUNT)
          MOVE WS-GD-GL-ACCOUNT TO WS-GM-GL-ACCOUNT(WS-GM-COUNT)
         ELSE
          DISPLAY "WARNING: GL mapping table full, ignoring "
           CTB-CODE
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE CodeTableFile
     DISPLAY "GL mapping entries in effect: " WS-GM-COUNT
     IF WS-GM-COUNT = 0
      DISPLAY "ERROR: no GLMAP entries in code table"
      MOVE "NO GLMAP ENTRIES IN CODE TABLE" TO WS-REJ-TEXT
      PERFORM WRITE-REJECT-LINE
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

SCAN-LEDGER.
    MOVE "N" TO WS-LEDGER-EOF
    OPEN INPUT LedgerFile
    IF WS-LEDGER-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open LedgerFile, status "
      WS-LEDGER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "SCAN-LEDGER" TO WS-EL-PARAGRAPH
     MOVE WS-LEDGER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-LEDGER-EOF = "Y"
      READ LedgerFile
          AT END
           MOVE "Y" TO WS-LEDGER-EOF
          NOT AT END
           IF WS-PASS = 1
            ADD 1 TO WS-LEDGER-READ
           END-IF
           IF AL-DATE IS NUMERIC AND AL-DATE = WS-RUN-DATE
            PERFORM MAP-LEDGER-POSTING
           END-IF
      END-READ
     END-PERFORM
     CLOSE LedgerFile
    END-IF
    IF WS-PASS = 1 AND WS-ERROR-COUNT > 0
     DISPLAY "ERROR: " WS-ERROR-COUNT
      " ledger postings could not be mapped to the general ledger"
     MOVE 8 TO RETURN-CODE
    END-IF.

MAP-LEDGER-POSTING.
    IF WS-PASS = 1
     ADD 1 TO WS-POSTING-COUNT
    END-IF
    MOVE SPACES TO WS-REJ-TEXT
    EVALUATE AL-TYPE
     WHEN "D"
      MOVE AL-AMOUNT TO WS-GL-AMOUNT
     WHEN "O"
      MOVE AL-AMOUNT TO WS-GL-AMOUNT
     WHEN "C"
      COMPUTE WS-GL-AMOUNT = 0 - AL-AMOUNT
     WHEN OTHER
      MOVE "UNKNOWN LEDGER TYPE" TO WS-REJ-TEXT
    END-EVALUATE
    IF WS-REJ-TEXT = SPACES
     PERFORM FIND-GL-ACCOUNT
    END-IF
    IF WS-REJ-TEXT NOT = SPACES
     IF WS-PASS = 1
      ADD 1 TO WS-ERROR-COUNT
      PERFORM WRITE-REJECT-LINE
     END-IF
    ELSE
     IF WS-GL-AMOUNT NOT = 0
      IF WS-GL-AMOUNT > 0
       MOVE WS-GL-AMOUNT TO WS-GL-ABS-AMOUNT
       MOVE WS-GL-ACCOUNT TO WS-GJ-GL-ACCOUNT
       MOVE "DR" TO WS-GJ-DRCR
       PERFORM ADD-JOURNAL-ENTRY
       MOVE WS-GL-CONTRA TO WS-GJ-GL-ACCOUNT
       MOVE "CR" TO WS-GJ-DRCR
       PERFORM ADD-JOURNAL-ENTRY
      ELSE
       COMPUTE WS-GL-ABS-AMOUNT = 0 - WS-GL-AMOUNT
       MOVE WS-GL-CONTRA TO WS-GJ-GL-ACCOUNT
       MOVE "DR" TO WS-GJ-DRCR
       PERFORM ADD-JOURNAL-ENTRY
       MOVE WS-GL-ACCOUNT TO WS-GJ-GL-ACCOUNT
       MOVE "CR" TO WS-GJ-DRCR
       PERFORM ADD-JOURNAL-ENTRY
      END-IF
     END-IF
    END-IF.

FIND-GL-ACCOUNT.
    MOVE 0 TO WS-GM-FOUND-IDX
    PERFORM VARYING WS-GM-IDX FROM 1 BY 1
     UNTIL WS-GM-IDX > WS-GM-COUNT OR WS-GM-FOUND-IDX > 0
     IF WS-GM-TYPE(WS-GM-IDX) = AL-TYPE
        AND WS-GM-CONTRA(WS-GM-IDX) = "N"
        AND AL-ACCOUNT >= WS-GM-LOW(WS-GM-IDX)
        AND AL-ACCOUNT <= WS-GM-HIGH(WS-GM-IDX)
      MOVE WS-GM-IDX TO WS-GM-FOUND-IDX
     END-IF
    END-PERFORM
    IF WS-GM-FOUND-IDX = 0
     MOVE "NO GL MAPPING FOR ACCOUNT" TO WS-REJ-TEXT
    ELSE
     MOVE WS-GM-GL-ACCOUNT(WS-GM-FOUND-IDX) TO WS-GL-ACCOUNT
     MOVE 0 TO WS-GM-FOUND-IDX
     PERFORM VARYING WS-GM-IDX FROM 1 BY 1
      UNTIL WS-GM-IDX > WS-GM-COUNT OR WS-GM-FOUND-IDX > 0
      IF WS-GM-TYPE(WS-GM-IDX) = AL-TYPE
         AND WS-GM-CONTRA(WS-GM-IDX) = "Y"
       MOVE WS-GM-IDX TO WS-GM-FOUND-IDX
      END-IF
     END-PERFORM
     IF WS-GM-FOUND-IDX = 0
      MOVE "NO GL CONTRA ACCOUNT FOR TYPE" TO WS-REJ-TEXT
     ELSE
      MOVE WS-GM-GL-ACCOUNT(WS-GM-FOUND-IDX) TO WS-GL-CONTRA
     END-IF
    END-IF.

ADD-JOURNAL-ENTRY.
    IF WS-PASS = 1
     ADD 1 TO WS-ENTRY-COUNT
     IF WS-GJ-DRCR = "DR"
      ADD WS-GL-ABS-AMOUNT TO WS-DEBIT-TOTAL
     ELSE
      ADD WS-GL-ABS-AMOUNT TO WS-CREDIT-TOTAL
     END-IF
    ELSE
     ADD 1 TO WS-CHECK-ENTRY-COUNT
     IF WS-GJ-DRCR = "DR"
      ADD WS-GL-ABS-AMOUNT TO WS-CHECK-DEBIT-TOTAL
     ELSE
      ADD WS-GL-ABS-AMOUNT TO WS-CHECK-CREDIT-TOTAL
     END-IF
     MOVE WS-GL-ABS-AMOUNT TO WS-GJ-AMOUNT
     MOVE AL-DATE TO WS-GJ-POST-DATE
     MOVE AL-ACCOUNT TO WS-GJ-LEDGER-ACCT
     MOVE AL-TYPE TO WS-GJ-LEDGER-TYPE
     MOVE WS-CHECK-ENTRY-COUNT TO WS-GJ-SEQ
     MOVE WS-GJ-DETAIL TO GL-JOURNAL-RECORD
     WRITE GL-JOURNAL-RECORD
     IF WS-GLJOURNAL-STATUS NOT = "00"
      DISPLAY "ERROR: write failure on GLJournalFile, status "
       WS-GLJOURNAL-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "ADD-JOURNAL-ENTRY" TO WS-EL-PARAGRAPH
      MOVE WS-GLJOURNAL-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      MOVE "Y" TO WS-LEDGER-EOF
     END-IF
    END-IF.

CHECK-JOURNAL-BALANCE.
    IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
     DISPLAY "ERROR: journal out of balance, debits " WS-DEBIT-TOTAL
      " credits " WS-CREDIT-TOTAL
     MOVE "JOURNAL DEBITS NOT EQUAL CREDITS" TO WS-REJ-TEXT
     PERFORM WRITE-REJECT-LINE
     MOVE 8 TO RETURN-CODE
    END-IF.

BUILD-JOURNAL.
    OPEN OUTPUT GLJournalFile
    IF WS-GLJOURNAL-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open GLJournalFile, status "
      WS-GLJOURNAL-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "BUILD-JOURNAL" TO WS-EL-PARAGRAPH
     MOVE WS-GLJOURNAL-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE SPACES TO GL-JOURNAL-RECORD
     STRING "HDR RUNDATE=" WS-RUN-DATE " SOURCE=SUBLEDGER"
            " JOURNAL=GL" WS-RUN-DATE
      DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
     WRITE GL-JOURNAL-RECORD
     MOVE 2 TO WS-PASS
     PERFORM SCAN-LEDGER
     IF RETURN-CODE = 0
        AND (WS-CHECK-ENTRY-COUNT NOT = WS-ENTRY-COUNT
             OR WS-CHECK-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
             OR WS-CHECK-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL)
      DISPLAY "ERROR: ledger changed while journal was being built"
      MOVE "LEDGER CHANGED DURING EXTRACT" TO WS-REJ-TEXT
      PERFORM WRITE-REJECT-LINE
      MOVE 8 TO RETURN-CODE
     END-IF
     IF RETURN-CODE = 0
      MOVE SPACES TO GL-JOURNAL-RECORD
      STRING "TRL ENTRYCOUNT=" WS-CHECK-ENTRY-COUNT
             " DEBITTOTAL=" WS-CHECK-DEBIT-TOTAL
             " CREDITTOTAL=" WS-CHECK-CREDIT-TOTAL
       DELIMITED BY SIZE INTO GL-JOURNAL-RECORD
      WRITE GL-JOURNAL-RECORD
     END-IF
     CLOSE GLJournalFile
    END-IF.

REJECT-JOURNAL.
    MOVE WS-GLJOURNAL-FILENAME TO WS-DELETE-NAME
    CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
    END-CALL
    MOVE 8 TO RETURN-CODE
    MOVE SPACES TO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD
    MOVE SPACES TO GL-REPORT-RECORD
    STRING "*** JOURNAL REJECTED - NO FILE SENT TO THE GENERAL LEDGER ***"
     DELIMITED BY SIZE INTO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD
    DISPLAY "ERROR: general ledger journal rejected".

WRITE-REJECT-LINE.
    MOVE SPACES TO GL-REPORT-RECORD
    IF WS-PASS = 1
     STRING "REJECT  " WS-REJ-TEXT " " LEDGER-RECORD
      DELIMITED BY SIZE INTO GL-REPORT-RECORD
    ELSE
     STRING "REJECT  " WS-REJ-TEXT
      DELIMITED BY SIZE INTO GL-REPORT-RECORD
    END-IF
    WRITE GL-REPORT-RECORD.

WRITE-EXTRACT-SUMMARY.
    MOVE SPACES TO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD
    MOVE SPACES TO GL-REPORT-RECORD
    STRING "LEDGER RECORDS READ " WS-LEDGER-READ
           " POSTINGS FOR RUN DATE " WS-POSTING-COUNT
           " UNMAPPED " WS-ERROR-COUNT
     DELIMITED BY SIZE INTO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD
    MOVE SPACES TO GL-REPORT-RECORD
    STRING "JOURNAL ENTRIES " WS-ENTRY-COUNT
           " DEBIT TOTAL " WS-DEBIT-TOTAL
           " CREDIT TOTAL " WS-CREDIT-TOTAL
     DELIMITED BY SIZE INTO GL-REPORT-RECORD
    WRITE GL-REPORT-RECORD
    IF RETURN-CODE = 0
     MOVE SPACES TO GL-REPORT-RECORD
     STRING "JOURNAL WRITTEN TO " WS-GLJOURNAL-FILENAME
      DELIMITED BY SIZE INTO GL-REPORT-RECORD
     WRITE GL-REPORT-RECORD
    END-IF.

LOG-ERROR.
    MOVE "Cobol58GLExtract" TO EL-PROGRAM
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
    MOVE "Cobol58GLExtract" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-POSTING-COUNT TO OS-COUNT1
    MOVE WS-ENTRY-COUNT TO OS-COUNT2
    MOVE WS-ERROR-COUNT TO OS-COUNT3
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
            WHEN "SUBLEDGERFILE"
             MOVE FP-VALUE TO WS-LEDGER-FILENAME
            WHEN "CODETABLEFILE"
             MOVE FP-VALUE TO WS-CODETABLE-FILENAME
            WHEN "GLJOURNALFILE"
             MOVE FP-VALUE TO WS-GLJOURNAL-FILENAME
            WHEN "GLREPORTFILE"
             MOVE FP-VALUE TO WS-GLREPORT-FILENAME
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
