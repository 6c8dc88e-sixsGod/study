IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol69CarrAddr.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT CarrAddrFile ASSIGN TO DYNAMIC WS-CARRADDR-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CARRADDR-STATUS.
    SELECT AddrTransFile ASSIGN TO DYNAMIC WS-ADDRTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ADDRTRANS-STATUS.
    SELECT ControlFile ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONTROL-STATUS.
    SELECT ReviewFile ASSIGN TO DYNAMIC WS-REVIEW-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-REVIEW-STATUS.
    SELECT RouteFile ASSIGN TO DYNAMIC WS-ROUTE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ROUTE-STATUS.
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

FD CarrAddrFile.
01 CARR-ADDR-RECORD.
    COPY CARRADDR.
01 CARR-ADDR-LINE PIC X(100).

FD AddrTransFile.
01 RAW-TRANS-RECORD.
    05 TR-CODE          PIC X(01).
    05 TR-UPDATE-FIELD  PIC X(01).
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==TR-==.

FD ControlFile.
01 CONTROL-RECORD PIC X(100).

FD ReviewFile.
01 REVIEW-RECORD PIC X(132).

FD RouteFile.
01 ROUTE-RECORD.
    COPY CARRROUTE.

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
01 WS-ROUTE-EOF        PIC X VALUE "N".
01 WS-PERSON-FILENAME  PIC X(40) VALUE "persondb.dat".
01 WS-CARRADDR-FILENAME PIC X(40) VALUE "carraddr.txt".
01 WS-ADDRTRANS-FILENAME PIC X(40) VALUE "carraddrtrans.txt".
01 WS-CONTROL-FILENAME PIC X(40) VALUE "carraddrctl.txt".
01 WS-REVIEW-FILENAME  PIC X(40) VALUE "carraddrrev.txt".
01 WS-ROUTE-FILENAME   PIC X(40) VALUE "carroute.ctl".
01 WS-DB-STATUS        PIC X(02).
01 WS-CARRADDR-STATUS  PIC X(02).
01 WS-ADDRTRANS-STATUS PIC X(02).
01 WS-CONTROL-STATUS   PIC X(02).
01 WS-REVIEW-STATUS    PIC X(02).
01 WS-ROUTE-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-HEADER-SEEN      PIC X VALUE "N".
01 WS-TRAILER-SEEN     PIC X VALUE "N".
01 WS-HDR-RUNDATE      PIC X(08) VALUE SPACES.
01 WS-CARRIER-CODE     PIC X(08) VALUE SPACES.
01 WS-CARRIER-KNOWN    PIC X VALUE "N".
01 WS-TRL-COUNT        PIC 9(7) VALUE 0.
01 WS-TRL-ID-HASH      PIC 9(12) VALUE 0.
01 WS-FILE-COUNT       PIC 9(7) VALUE 0.
01 WS-FILE-ID-HASH     PIC 9(12) VALUE 0.
01 WS-READ-COUNT       PIC 9(7) VALUE 0.
01 WS-TRANS-COUNT      PIC 9(7) VALUE 0.
01 WS-SAME-COUNT       PIC 9(7) VALUE 0.
01 WS-HELD-COUNT       PIC 9(7) VALUE 0.
01 WS-REJECT-COUNT     PIC 9(7) VALUE 0.
01 WS-REVIEW-COUNT     PIC 9(7) VALUE 0.
01 WS-CHANGE-RESULT    PIC X VALUE "Y".
01 WS-REVIEW-REASON    PIC X(25).
01 WS-REVIEW-ACTION    PIC X(08).
01 WS-PERSON-READ      PIC X VALUE "N".

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol69CarrAddr".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 7.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CARRADDRFILE   NN".
        10 FILLER PIC X(17) VALUE "CARRADDRTRNFILENN".
        10 FILLER PIC X(17) VALUE "CARRADDRCTLFILENN".
        10 FILLER PIC X(17) VALUE "CARRADDRREVFILENN".
        10 FILLER PIC X(17) VALUE "CARRROUTEFILE  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 7 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting carrier address-change intake..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM VERIFY-CARRIER-FILE
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: carrier address-change file not accepted."
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
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT CarrAddrFile
    OPEN OUTPUT AddrTransFile
    OPEN OUTPUT ControlFile
    OPEN OUTPUT ReviewFile
    IF WS-CARRADDR-STATUS NOT = "00"
       OR WS-ADDRTRANS-STATUS NOT = "00"
       OR WS-CONTROL-STATUS NOT = "00"
       OR WS-REVIEW-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open carrier address-change files."
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ADDRTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM WRITE-CONTROL-HEADER
    MOVE SPACES TO REVIEW-RECORD
    STRING "CARRIER ADDRESS CHANGES FOR REVIEW " WS-RUN-DATE
           " CARRIER " WS-CARRIER-CODE " FILE DATED " WS-HDR-RUNDATE
     DELIMITED BY SIZE INTO REVIEW-RECORD
    WRITE REVIEW-RECORD

    MOVE "N" TO WS-EndOfFile
    PERFORM UNTIL WS-EndOfFile = "Y"
     READ CarrAddrFile
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          IF CARR-ADDR-LINE(1:4) NOT = "HDR "
             AND CARR-ADDR-LINE(1:4) NOT = "TRL "
             AND CARR-ADDR-LINE NOT = SPACES
           ADD 1 TO WS-READ-COUNT
           PERFORM PROCESS-ADDRESS-CHANGE
          END-IF
     END-READ
    END-PERFORM

    PERFORM WRITE-CONTROL-TRAILER
    MOVE SPACES TO REVIEW-RECORD
    WRITE REVIEW-RECORD
    MOVE SPACES TO REVIEW-RECORD
    STRING "READ=" WS-READ-COUNT
           " APPLIED=" WS-TRANS-COUNT
           " ALREADY-ON-FILE=" WS-SAME-COUNT
           " HELD=" WS-HELD-COUNT
           " REJECTED=" WS-REJECT-COUNT
     DELIMITED BY SIZE INTO REVIEW-RECORD
    WRITE REVIEW-RECORD

    CLOSE PersonFile
    CLOSE CarrAddrFile
    CLOSE AddrTransFile
    CLOSE ControlFile
    CLOSE ReviewFile

    DISPLAY "Carrier change records read: " WS-READ-COUNT
    DISPLAY "Change transactions written: " WS-TRANS-COUNT
    DISPLAY "Address already on file: " WS-SAME-COUNT
    DISPLAY "Held for review, our address newer: " WS-HELD-COUNT
    DISPLAY "Rejected for review: " WS-REJECT-COUNT
    COMPUTE WS-REVIEW-COUNT = WS-HELD-COUNT + WS-REJECT-COUNT
    IF WS-REVIEW-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-REVIEW-COUNT
      " carrier change(s) need review; see "
      FUNCTION TRIM(WS-REVIEW-FILENAME)
     MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Carrier address-change intake completed."
    GOBACK.

VERIFY-CARRIER-FILE.
    OPEN INPUT CarrAddrFile
    IF WS-CARRADDR-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open CarrAddrFile, status "
      WS-CARRADDR-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "VERIFY-CARRIER-FILE" TO WS-EL-PARAGRAPH
     MOVE WS-CARRADDR-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ CarrAddrFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           PERFORM TALLY-CARRIER-RECORD
      END-READ
     END-PERFORM
     CLOSE CarrAddrFile
     IF WS-HEADER-SEEN NOT = "Y"
      DISPLAY "ERROR: carrier file has no HDR record."
      MOVE 8 TO RETURN-CODE
     ELSE
      IF WS-HDR-RUNDATE IS NOT NUMERIC
       DISPLAY "ERROR: carrier file HDR date " WS-HDR-RUNDATE
        " is not a date."
       MOVE 8 TO RETURN-CODE
      ELSE
       IF WS-HDR-RUNDATE > WS-RUN-DATE
        DISPLAY "ERROR: carrier file HDR date " WS-HDR-RUNDATE
         " is after the processing date " WS-RUN-DATE
        MOVE 8 TO RETURN-CODE
       END-IF
      END-IF
      PERFORM CHECK-CARRIER-CODE
     END-IF
     IF WS-TRAILER-SEEN NOT = "Y"
      DISPLAY "ERROR: carrier file has no TRL record."
      MOVE 8 TO RETURN-CODE
     ELSE
      IF WS-FILE-COUNT NOT = WS-TRL-COUNT
       DISPLAY "ERROR: carrier file has " WS-FILE-COUNT
        " records but trailer says " WS-TRL-COUNT
       MOVE 8 TO RETURN-CODE
      END-IF
      IF WS-FILE-ID-HASH NOT = WS-TRL-ID-HASH
       DISPLAY "ERROR: carrier file ID hash " WS-FILE-ID-HASH
        " but trailer says " WS-TRL-ID-HASH
       MOVE 8 TO RETURN-CODE
      END-IF
     END-IF
     IF RETURN-CODE NOT = 0
      MOVE "VERIFY-CARRIER-FILE" TO WS-EL-PARAGRAPH
      MOVE "99" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      DISPLAY "Carrier file accepted: " WS-FILE-COUNT
       " records from carrier " WS-CARRIER-CODE
       " dated " WS-HDR-RUNDATE
     END-IF
    END-IF.

TALLY-CARRIER-RECORD.
    EVALUATE TRUE
     WHEN CARR-ADDR-LINE(1:4) = "HDR "
      MOVE "Y" TO WS-HEADER-SEEN
      MOVE CARR-ADDR-LINE(13:8) TO WS-HDR-RUNDATE
      IF CARR-ADDR-LINE(21:9) = " CARRIER="
       MOVE FUNCTION UPPER-CASE(CARR-ADDR-LINE(30:8))
        TO WS-CARRIER-CODE
      END-IF
     WHEN CARR-ADDR-LINE(1:4) = "TRL "
      MOVE "Y" TO WS-TRAILER-SEEN
      IF CARR-ADDR-LINE(17:7) IS NUMERIC
       MOVE CARR-ADDR-LINE(17:7) TO WS-TRL-COUNT
      ELSE
       DISPLAY "ERROR: unreadable trailer count: "
        FUNCTION TRIM(CARR-ADDR-LINE)
       MOVE 8 TO RETURN-CODE
      END-IF
      IF CARR-ADDR-LINE(24:8) = " IDHASH="
         AND CARR-ADDR-LINE(32:12) IS NUMERIC
       MOVE CARR-ADDR-LINE(32:12) TO WS-TRL-ID-HASH
      ELSE
       DISPLAY "ERROR: unreadable trailer ID hash: "
        FUNCTION TRIM(CARR-ADDR-LINE)
       MOVE 8 TO RETURN-CODE
      END-IF
     WHEN CARR-ADDR-LINE = SPACES
      CONTINUE
     WHEN OTHER
      ADD 1 TO WS-FILE-COUNT
      IF CA-ID IS NUMERIC
       ADD CA-ID TO WS-FILE-ID-HASH
      END-IF
    END-EVALUATE.

CHECK-CARRIER-CODE.
    IF WS-CARRIER-CODE = SPACES
     DISPLAY "ERROR: carrier file HDR does not name the carrier."
     MOVE 8 TO RETURN-CODE
    ELSE
     OPEN INPUT RouteFile
     IF WS-ROUTE-STATUS = "00"
      PERFORM UNTIL WS-ROUTE-EOF = "Y"
       READ RouteFile
        AT END
         MOVE "Y" TO WS-ROUTE-EOF
        NOT AT END
         IF CR-CARRIER-DEF
            AND FUNCTION UPPER-CASE(CR-CARRIER) = WS-CARRIER-CODE
          MOVE "Y" TO WS-CARRIER-KNOWN
         END-IF
       END-READ
      END-PERFORM
      CLOSE RouteFile
      IF WS-CARRIER-KNOWN NOT = "Y"
       DISPLAY "ERROR: carrier " WS-CARRIER-CODE
        " is not defined in the carrier routing table."
       MOVE 8 TO RETURN-CODE
      END-IF
     END-IF
    END-IF.

PROCESS-ADDRESS-CHANGE.
    MOVE "Y" TO WS-CHANGE-RESULT
    MOVE "N" TO WS-PERSON-READ
    MOVE SPACES TO WS-REVIEW-REASON
    IF CA-ID IS NOT NUMERIC OR CA-ID = 0
     MOVE "N" TO WS-CHANGE-RESULT
     MOVE "ID NOT NUMERIC" TO WS-REVIEW-REASON
    ELSE
     IF CA-CHANGE-DATE IS NOT NUMERIC OR CA-CHANGE-DATE = 0
      MOVE "N" TO WS-CHANGE-RESULT
      MOVE "CHANGE DATE INVALID" TO WS-REVIEW-REASON
     ELSE
      IF CA-CHANGE-DATE > WS-RUN-DATE
       MOVE "N" TO WS-CHANGE-RESULT
       MOVE "CHANGE DATE IN FUTURE" TO WS-REVIEW-REASON
      ELSE
       IF CA-ADDR-LINE1 = SPACES
        MOVE "N" TO WS-CHANGE-RESULT
        MOVE "STREET LINE MISSING" TO WS-REVIEW-REASON
       END-IF
      END-IF
     END-IF
    END-IF
    IF WS-CHANGE-RESULT = "Y"
     MOVE CA-ID TO DB-ID
     READ PersonFile
      KEY IS DB-ID
     END-READ
     EVALUATE WS-DB-STATUS
      WHEN "00"
       MOVE "Y" TO WS-PERSON-READ
       IF NOT DB-ACTIVE
        MOVE "N" TO WS-CHANGE-RESULT
        MOVE "PERSON NOT ACTIVE" TO WS-REVIEW-REASON
       END-IF
      WHEN "23"
       MOVE "N" TO WS-CHANGE-RESULT
       MOVE "NOT ON PERSON MASTER" TO WS-REVIEW-REASON
      WHEN OTHER
       DISPLAY "ERROR: read failure on PersonFile for ID " CA-ID
        ", status " WS-DB-STATUS
       MOVE 8 TO RETURN-CODE
       MOVE "PROCESS-ADDR-CHANGE" TO WS-EL-PARAGRAPH
       MOVE WS-DB-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       MOVE "Y" TO WS-EndOfFile
       MOVE "N" TO WS-CHANGE-RESULT
     END-EVALUATE
    END-IF
    IF WS-CHANGE-RESULT = "Y"
     IF FUNCTION UPPER-CASE(CA-ADDR-LINE1)
         = FUNCTION UPPER-CASE(DB-ADDR-LINE1)
        AND FUNCTION UPPER-CASE(CA-ADDR-LINE2)
         = FUNCTION UPPER-CASE(DB-ADDR-LINE2)
      ADD 1 TO WS-SAME-COUNT
     ELSE
      IF DB-EFF-DATE IS NUMERIC AND DB-EFF-DATE > CA-CHANGE-DATE
       ADD 1 TO WS-HELD-COUNT
       MOVE "HELD" TO WS-REVIEW-ACTION
       MOVE "OUR ADDRESS IS NEWER" TO WS-REVIEW-REASON
       PERFORM WRITE-REVIEW-ENTRY
      ELSE
       PERFORM WRITE-ADDRESS-TRANS
      END-IF
     END-IF
    ELSE
     IF WS-REVIEW-REASON NOT = SPACES
      ADD 1 TO WS-REJECT-COUNT
      MOVE "REJECTED" TO WS-REVIEW-ACTION
      PERFORM WRITE-REVIEW-ENTRY
     END-IF
    END-IF.

WRITE-ADDRESS-TRANS.
    MOVE SPACES TO RAW-TRANS-RECORD
    MOVE "C" TO TR-CODE
    MOVE "S" TO TR-UPDATE-FIELD
    MOVE DB-ID TO TR-ID
    MOVE DB-NAME TO TR-NAME
    MOVE DB-AGE TO TR-AGE
    MOVE DB-STATUS TO TR-STATUS
    MOVE DB-DEL-DATE TO TR-DEL-DATE
    MOVE CA-ADDR-LINE1 TO TR-ADDR-LINE1
    MOVE CA-ADDR-LINE2 TO TR-ADDR-LINE2
    MOVE CA-CHANGE-DATE TO TR-EFF-DATE
    MOVE DB-BIRTHDATE TO TR-BIRTHDATE
    MOVE DB-MERGE-ID TO TR-MERGE-ID
    WRITE RAW-TRANS-RECORD
    IF WS-ADDRTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AddrTransFile, status "
      WS-ADDRTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-ADDRESS-TRANS" TO WS-EL-PARAGRAPH
     MOVE WS-ADDRTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-TRANS-COUNT
    END-IF.

WRITE-REVIEW-ENTRY.
    MOVE SPACES TO REVIEW-RECORD
    STRING WS-REVIEW-ACTION " " CA-ID " " WS-REVIEW-REASON
           " CARRIER DATED " CA-CHANGE-DATE
     DELIMITED BY SIZE INTO REVIEW-RECORD
    IF WS-PERSON-READ = "Y"
     STRING " OURS DATED " DB-EFF-DATE
      DELIMITED BY SIZE INTO REVIEW-RECORD(68:20)
    END-IF
    WRITE REVIEW-RECORD
    MOVE SPACES TO REVIEW-RECORD
    STRING "         CARRIER: " CA-ADDR-LINE1 " " CA-ADDR-LINE2
     DELIMITED BY SIZE INTO REVIEW-RECORD
    WRITE REVIEW-RECORD
    IF WS-PERSON-READ = "Y"
     MOVE SPACES TO REVIEW-RECORD
     STRING "         ON FILE: " DB-ADDR-LINE1 " " DB-ADDR-LINE2
      DELIMITED BY SIZE INTO REVIEW-RECORD
     WRITE REVIEW-RECORD
    END-IF
    IF WS-REVIEW-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on ReviewFile, status "
      WS-REVIEW-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-REVIEW-ENTRY" TO WS-EL-PARAGRAPH
     MOVE WS-REVIEW-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    END-IF.

WRITE-CONTROL-HEADER.
    MOVE SPACES TO CONTROL-RECORD
    STRING "HDR RUNDATE=" WS-RUN-DATE
           " SOURCE=CARRIER " WS-CARRIER-CODE
     DELIMITED BY SIZE INTO CONTROL-RECORD
    WRITE CONTROL-RECORD
    IF WS-CONTROL-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on ControlFile, status "
      WS-CONTROL-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-CONTROL-TRAILER.
    MOVE SPACES TO CONTROL-RECORD
    STRING "FIL NAME=" FUNCTION TRIM(WS-CARRADDR-FILENAME)
           " READ=" WS-READ-COUNT
           " WRITTEN=" WS-TRANS-COUNT
           " HELD=" WS-HELD-COUNT
           " REJECTED=" WS-REJECT-COUNT
     DELIMITED BY SIZE INTO CONTROL-RECORD
    WRITE CONTROL-RECORD
    MOVE SPACES TO CONTROL-RECORD
    STRING "TRL RECORDCOUNT=" WS-TRANS-COUNT
     DELIMITED BY SIZE INTO CONTROL-RECORD
    WRITE CONTROL-RECORD
    IF WS-CONTROL-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on ControlFile, status "
      WS-CONTROL-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

LOG-ERROR.
    MOVE "Cobol69CarrAddr" TO EL-PROGRAM
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
    MOVE "Cobol69CarrAddr" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-READ-COUNT TO OS-COUNT1
    MOVE WS-TRANS-COUNT TO OS-COUNT2
    MOVE WS-REVIEW-COUNT TO OS-COUNT3
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
            WHEN "CARRADDRFILE"
             MOVE FP-VALUE TO WS-CARRADDR-FILENAME
            WHEN "CARRADDRTRNFILE"
             MOVE FP-VALUE TO WS-ADDRTRANS-FILENAME
            WHEN "CARRADDRCTLFILE"
             MOVE FP-VALUE TO WS-CONTROL-FILENAME
            WHEN "CARRADDRREVFILE"
             MOVE FP-VALUE TO WS-REVIEW-FILENAME
            WHEN "CARRROUTEFILE"
             MOVE FP-VALUE TO WS-ROUTE-FILENAME
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
