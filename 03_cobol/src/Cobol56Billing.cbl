IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol56Billing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ClassificationFile ASSIGN TO DYNAMIC WS-CLASS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CLASS-STATUS.
    SELECT TierRateFile ASSIGN TO DYNAMIC WS-TIERRATE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-TIERRATE-STATUS.
    SELECT AcctMasterFile ASSIGN TO DYNAMIC WS-ACCTMAST-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS AM-ACCOUNT
     ALTERNATE RECORD KEY IS AM-PR-ID WITH DUPLICATES
     FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT BillTransFile ASSIGN TO DYNAMIC WS-BILLTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BILLTRANS-STATUS.
    SELECT BillRegFile ASSIGN TO DYNAMIC WS-BILLREG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-BILLREG-STATUS.
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
FD ClassificationFile.
01 CLASSIFICATION-RECORD PIC X(80).

FD TierRateFile.
01 TIER-RATE-RECORD.
    05 RT-TIER          PIC X(10).
    05 FILLER           PIC X(01).
    05 RT-PREMIUM       PIC 9(5)V99.
    05 FILLER           PIC X(01).
    05 RT-EFF-DATE      PIC 9(08).

FD AcctMasterFile.
01 ACCT-MASTER-RECORD.
    COPY ACCTMAST.

FD BillTransFile.
01 LEDGER-TRANS-RECORD.
    05 LT-TYPE      PIC X(1).
    05 LT-AMOUNT    PIC S9(5)V99 SIGN IS LEADING SEPARATE CHARACTER.
    05 LT-ACCOUNT   PIC X(10).
    05 LT-DATE      PIC X(8).

FD BillRegFile.
01 BILL-REG-RECORD PIC X(100).

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
01 WS-EndOfFile          PIC X VALUE "N".
01 WS-SYSPARM-EOF        PIC X VALUE "N".
01 WS-TIERRATE-EOF       PIC X VALUE "N".
01 WS-CLASS-FILENAME     PIC X(40) VALUE "classifications.txt".
01 WS-TIERRATE-FILENAME  PIC X(40) VALUE "tierrates.ctl".
01 WS-ACCTMAST-FILENAME  PIC X(40) VALUE "acctmast.dat".
01 WS-BILLTRANS-FILENAME PIC X(40) VALUE "billtrans.txt".
01 WS-BILLREG-FILENAME   PIC X(40) VALUE "billreg.txt".
01 WS-CLASS-STATUS       PIC X(02).
01 WS-TIERRATE-STATUS    PIC X(02).
01 WS-ACCTMAST-STATUS    PIC X(02).
01 WS-BILLTRANS-STATUS   PIC X(02).
01 WS-BILLREG-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS     PIC X(02).
01 WS-OPSSTAT-STATUS     PIC X(02).
01 WS-ERRLOG-STATUS      PIC X(02).
01 WS-RUN-DATE           PIC 9(8).
01 WS-CLASS-LINE.
    05 WS-CL-ID          PIC X(7).
    05 FILLER            PIC X(1).
    05 WS-CL-AGE         PIC X(3).
    05 FILLER            PIC X(1).
    05 WS-CL-TIER        PIC X(10).
    05 FILLER            PIC X(9).
    05 WS-CL-OVR-FLAG    PIC X(4).
    05 FILLER            PIC X(1).
    05 WS-CL-OVR-REF     PIC X(12).
    05 FILLER            PIC X(32).
01 WS-BILL-PR-ID         PIC 9(7).
01 WS-BILL-TIER          PIC X(10).
01 WS-BILL-ACCOUNT       PIC X(10).
01 WS-ACCT-FOUND         PIC X VALUE "N".
01 WS-ACCT-SCAN-DONE     PIC X VALUE "N".
01 WS-RATE-IDX           PIC 9(3) VALUE 0.
01 WS-RATE-FOUND-IDX     PIC 9(3) VALUE 0.
01 WS-RATE-TABLE.
    05 WS-RATE-COUNT     PIC 9(3) VALUE 0.
    05 WS-RATE-ENTRY OCCURS 50 TIMES.
        10 WS-RT-TIER        PIC X(10).
        10 WS-RT-PREMIUM     PIC 9(5)V99.
        10 WS-RT-EFF-DATE    PIC 9(8).
        10 WS-RT-BILL-COUNT  PIC 9(7).
        10 WS-RT-BILL-AMOUNT PIC 9(9)V99.
01 WS-RATE-READ-COUNT    PIC 9(7) VALUE 0.
01 WS-RATE-FUTURE-COUNT  PIC 9(7) VALUE 0.
01 WS-CLASS-COUNT        PIC 9(7) VALUE 0.
01 WS-BILLED-COUNT       PIC 9(7) VALUE 0.
01 WS-BILLED-AMOUNT      PIC 9(9)V99 VALUE 0.
01 WS-POSTED-COUNT       PIC 9(7) VALUE 0.
01 WS-POSTED-AMOUNT      PIC 9(9)V99 VALUE 0.
01 WS-NOCHARGE-COUNT     PIC 9(7) VALUE 0.
01 WS-OVR-BILLED-COUNT   PIC 9(7) VALUE 0.
01 WS-EXC-COUNT          PIC 9(7) VALUE 0.
01 WS-EXC-REASON         PIC X(03).
01 WS-EXC-TEXT           PIC X(30).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol56Billing".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 6.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "CLASSFILE      NN".
        10 FILLER PIC X(17) VALUE "TIERRATEFILE   NN".
        10 FILLER PIC X(17) VALUE "ACCTMASTFILE   NN".
        10 FILLER PIC X(17) VALUE "BILLTRANSFILE  NN".
        10 FILLER PIC X(17) VALUE "BILLREGFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 6 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting premium billing run..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-TIER-RATES
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT ClassificationFile
    IF WS-CLASS-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open ClassificationFile, status "
      WS-CLASS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-CLASS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT AcctMasterFile
    IF WS-ACCTMAST-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open AcctMasterFile, status "
      WS-ACCTMAST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ACCTMAST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE ClassificationFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT BillTransFile
    IF WS-BILLTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open BillTransFile, status "
      WS-BILLTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-BILLTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE ClassificationFile
     CLOSE AcctMasterFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT BillRegFile
    IF WS-BILLREG-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open BillRegFile, status "
      WS-BILLREG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-BILLREG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE ClassificationFile
     CLOSE AcctMasterFile
     CLOSE BillTransFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE SPACES TO BILL-REG-RECORD
    STRING "PREMIUM BILLING REGISTER  RUN DATE " WS-RUN-DATE
     DELIMITED BY SIZE INTO BILL-REG-RECORD
    WRITE BILL-REG-RECORD
    MOVE SPACES TO BILL-REG-RECORD
    WRITE BILL-REG-RECORD

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ ClassificationFile INTO WS-CLASS-LINE
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          IF WS-CL-ID IS NUMERIC AND WS-CL-TIER NOT = SPACES
           ADD 1 TO WS-CLASS-COUNT
           PERFORM BILL-CLASSIFIED-PERSON
          END-IF
     END-READ
    END-PERFORM

    PERFORM WRITE-BILLING-TOTALS

    CLOSE ClassificationFile
    CLOSE AcctMasterFile
    CLOSE BillTransFile
    CLOSE BillRegFile

    DISPLAY "Classified persons read: " WS-CLASS-COUNT
    DISPLAY "Billing postings written: " WS-POSTED-COUNT
    DISPLAY "Billing amount posted: " WS-POSTED-AMOUNT
    DISPLAY "Billing exceptions: " WS-EXC-COUNT
    IF WS-EXC-COUNT > 0 AND RETURN-CODE = 0
     MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Premium billing run completed."
    GOBACK.

LOAD-TIER-RATES.
    OPEN INPUT TierRateFile
    IF WS-TIERRATE-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open TierRateFile, status "
      WS-TIERRATE-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-TIER-RATES" TO WS-EL-PARAGRAPH
     MOVE WS-TIERRATE-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-TIERRATE-EOF = "Y"
      READ TierRateFile
          AT END
           MOVE "Y" TO WS-TIERRATE-EOF
          NOT AT END
           IF RT-TIER NOT = SPACES AND RT-PREMIUM IS NUMERIC
              AND RT-EFF-DATE IS NUMERIC
            ADD 1 TO WS-RATE-READ-COUNT
            IF RT-EFF-DATE > WS-RUN-DATE
             ADD 1 TO WS-RATE-FUTURE-COUNT
            ELSE
             PERFORM STORE-TIER-RATE
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE TierRateFile
     DISPLAY "Tier rates in effect: " WS-RATE-COUNT
      " (future-dated ignored: " WS-RATE-FUTURE-COUNT ")"
     IF WS-RATE-COUNT = 0
      DISPLAY "ERROR: no tier rates in effect for " WS-RUN-DATE
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

STORE-TIER-RATE.
    MOVE FUNCTION UPPER-CASE(RT-TIER) TO WS-BILL-TIER
    PERFORM FIND-TIER-RATE
    IF WS-RATE-FOUND-IDX > 0
     IF RT-EFF-DATE >= WS-RT-EFF-DATE(WS-RATE-FOUND-IDX)
      MOVE RT-PREMIUM TO WS-RT-PREMIUM(WS-RATE-FOUND-IDX)
      MOVE RT-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-FOUND-IDX)
     END-IF
    ELSE
     IF WS-RATE-COUNT < 50
      ADD 1 TO WS-RATE-COUNT
      MOVE WS-BILL-TIER TO WS-RT-TIER(WS-RATE-COUNT)
      MOVE RT-PREMIUM TO WS-RT-PREMIUM(WS-RATE-COUNT)
      MOVE RT-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
      MOVE 0 TO WS-RT-BILL-COUNT(WS-RATE-COUNT)
      MOVE 0 TO WS-RT-BILL-AMOUNT(WS-RATE-COUNT)
     ELSE
      DISPLAY "WARNING: tier rate table full, ignoring " RT-TIER
     END-IF
    END-IF.

FIND-TIER-RATE.
    MOVE 0 TO WS-RATE-FOUND-IDX
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
     UNTIL WS-RATE-IDX > WS-RATE-COUNT
     IF WS-RT-TIER(WS-RATE-IDX) = WS-BILL-TIER
      MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
     END-IF
    END-PERFORM.

BILL-CLASSIFIED-PERSON.
    MOVE WS-CL-ID TO WS-BILL-PR-ID
    MOVE FUNCTION UPPER-CASE(WS-CL-TIER) TO WS-BILL-TIER
    PERFORM FIND-TIER-RATE
    IF WS-RATE-FOUND-IDX = 0
     MOVE "B01" TO WS-EXC-REASON
     MOVE "NO RATE FOR TIER" TO WS-EXC-TEXT
     PERFORM WRITE-BILLING-EXCEPTION
    ELSE
     PERFORM FIND-BILLING-ACCOUNT
     IF WS-ACCT-FOUND = "N"
      MOVE "B02" TO WS-EXC-REASON
      MOVE "NO OPEN ACCOUNT FOR PERSON" TO WS-EXC-TEXT
      PERFORM WRITE-BILLING-EXCEPTION
     ELSE
      IF WS-RT-PREMIUM(WS-RATE-FOUND-IDX) = 0
       ADD 1 TO WS-NOCHARGE-COUNT
       MOVE SPACES TO BILL-REG-RECORD
       STRING "NOCHARGE " WS-CL-ID " " WS-BILL-ACCOUNT " " WS-CL-TIER
        DELIMITED BY SIZE INTO BILL-REG-RECORD
       WRITE BILL-REG-RECORD
      ELSE
       PERFORM WRITE-BILLING-POSTING
      END-IF
     END-IF
    END-IF.

FIND-BILLING-ACCOUNT.
    MOVE "N" TO WS-ACCT-FOUND
    MOVE SPACES TO WS-BILL-ACCOUNT
    MOVE WS-BILL-PR-ID TO AM-PR-ID
    START AcctMasterFile KEY IS EQUAL TO AM-PR-ID
    IF WS-ACCTMAST-STATUS = "00"
     MOVE "N" TO WS-ACCT-SCAN-DONE
     PERFORM UNTIL WS-ACCT-SCAN-DONE = "Y"
      READ AcctMasterFile NEXT RECORD
          AT END
           MOVE "Y" TO WS-ACCT-SCAN-DONE
          NOT AT END
           IF AM-PR-ID NOT = WS-BILL-PR-ID
            MOVE "Y" TO WS-ACCT-SCAN-DONE
           ELSE
            IF AM-OPEN
             MOVE "Y" TO WS-ACCT-FOUND
             MOVE AM-ACCOUNT TO WS-BILL-ACCOUNT
             MOVE "Y" TO WS-ACCT-SCAN-DONE
            END-IF
           END-IF
      END-READ
     END-PERFORM
    END-IF.

WRITE-BILLING-POSTING.
    MOVE "D" TO LT-TYPE
    MOVE WS-RT-PREMIUM(WS-RATE-FOUND-IDX) TO LT-AMOUNT
    MOVE WS-BILL-ACCOUNT TO LT-ACCOUNT
    MOVE WS-RUN-DATE TO LT-DATE
    WRITE LEDGER-TRANS-RECORD
    IF WS-BILLTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on BillTransFile, status "
      WS-BILLTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-BILLING-POSTING" TO WS-EL-PARAGRAPH
     MOVE WS-BILLTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-POSTED-COUNT
     ADD LT-AMOUNT TO WS-POSTED-AMOUNT
     ADD 1 TO WS-RT-BILL-COUNT(WS-RATE-FOUND-IDX)
     ADD WS-RT-PREMIUM(WS-RATE-FOUND-IDX)
      TO WS-RT-BILL-AMOUNT(WS-RATE-FOUND-IDX)
     MOVE SPACES TO BILL-REG-RECORD
     IF WS-CL-OVR-FLAG = "*OVR"
      ADD 1 TO WS-OVR-BILLED-COUNT
      STRING "BILLED   " WS-CL-ID " " WS-BILL-ACCOUNT " " WS-CL-TIER
             " " LT-AMOUNT " *OVR " WS-CL-OVR-REF
       DELIMITED BY SIZE INTO BILL-REG-RECORD
     ELSE
      STRING "BILLED   " WS-CL-ID " " WS-BILL-ACCOUNT " " WS-CL-TIER
             " " LT-AMOUNT
       DELIMITED BY SIZE INTO BILL-REG-RECORD
     END-IF
     WRITE BILL-REG-RECORD
    END-IF.

WRITE-BILLING-EXCEPTION.
    ADD 1 TO WS-EXC-COUNT
    MOVE SPACES TO BILL-REG-RECORD
    STRING "EXCEPT   " WS-CL-ID " " WS-EXC-REASON " " WS-EXC-TEXT
           " " WS-CL-TIER
     DELIMITED BY SIZE INTO BILL-REG-RECORD
    WRITE BILL-REG-RECORD.

WRITE-BILLING-TOTALS.
    MOVE SPACES TO BILL-REG-RECORD
    WRITE BILL-REG-RECORD
    MOVE SPACES TO BILL-REG-RECORD
    STRING "TOTALS BY TIER"
     DELIMITED BY SIZE INTO BILL-REG-RECORD
    WRITE BILL-REG-RECORD
    MOVE 0 TO WS-BILLED-COUNT
    MOVE 0 TO WS-BILLED-AMOUNT
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
     UNTIL WS-RATE-IDX > WS-RATE-COUNT
     ADD WS-RT-BILL-COUNT(WS-RATE-IDX) TO WS-BILLED-COUNT
     ADD WS-RT-BILL-AMOUNT(WS-RATE-IDX) TO WS-BILLED-AMOUNT
     MOVE SPACES TO BILL-REG-RECORD
     STRING WS-RT-TIER(WS-RATE-IDX)
            " RATE " WS-RT-PREMIUM(WS-RATE-IDX)
            " EFF " WS-RT-EFF-DATE(WS-RATE-IDX)
            " COUNT " WS-RT-BILL-COUNT(WS-RATE-IDX)
            " AMOUNT " WS-RT-BILL-AMOUNT(WS-RATE-IDX)
      DELIMITED BY SIZE INTO BILL-REG-RECORD
     WRITE BILL-REG-RECORD
    END-PERFORM
    MOVE SPACES TO BILL-REG-RECORD
    STRING "TIER TOTAL      COUNT " WS-BILLED-COUNT
           " AMOUNT " WS-BILLED-AMOUNT
     DELIMITED BY SIZE INTO BILL-REG-RECORD
    WRITE BILL-REG-RECORD
    MOVE SPACES TO BILL-REG-RECORD
    STRING "POSTINGS WRITTEN COUNT " WS-POSTED-COUNT
           " AMOUNT " WS-POSTED-AMOUNT
     DELIMITED BY SIZE INTO BILL-REG-RECORD
    WRITE BILL-REG-RECORD
    MOVE SPACES TO BILL-REG-RECORD
    IF WS-BILLED-COUNT = WS-POSTED-COUNT
       AND WS-BILLED-AMOUNT = WS-POSTED-AMOUNT
     STRING "REGISTER AGREES WITH POSTINGS"
      DELIMITED BY SIZE INTO BILL-REG-RECORD
    ELSE
     STRING "*** REGISTER DOES NOT AGREE WITH POSTINGS ***"
      DELIMITED BY SIZE INTO BILL-REG-RECORD
     DISPLAY "ERROR: billing register does not agree with postings"
     MOVE 8 TO RETURN-CODE
    END-IF
    WRITE BILL-REG-RECORD
    MOVE SPACES TO BILL-REG-RECORD
    STRING "PERSONS READ " WS-CLASS-COUNT
           " OVERRIDE TIERS BILLED " WS-OVR-BILLED-COUNT
           " NO CHARGE " WS-NOCHARGE-COUNT
           " EXCEPTIONS " WS-EXC-COUNT
     DELIMITED BY SIZE INTO BILL-REG-RECORD
    WRITE BILL-REG-RECORD.

LOG-ERROR.
    MOVE "Cobol56Billing" TO EL-PROGRAM
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
    MOVE "Cobol56Billing" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-CLASS-COUNT TO OS-COUNT1
    MOVE WS-POSTED-COUNT TO OS-COUNT2
    MOVE WS-EXC-COUNT TO OS-COUNT3
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
            WHEN "CLASSFILE"
             MOVE FP-VALUE TO WS-CLASS-FILENAME
            WHEN "TIERRATEFILE"
             MOVE FP-VALUE TO WS-TIERRATE-FILENAME
            WHEN "ACCTMASTFILE"
             MOVE FP-VALUE TO WS-ACCTMAST-FILENAME
            WHEN "BILLTRANSFILE"
             MOVE FP-VALUE TO WS-BILLTRANS-FILENAME
            WHEN "BILLREGFILE"
             MOVE FP-VALUE TO WS-BILLREG-FILENAME
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
