    SELECT AckRptFile ASSIGN TO DYNAMIC WS-ACKRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACKRPT-STATUS.
    SELECT RouteFile ASSIGN TO DYNAMIC WS-ROUTE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ROUTE-STATUS.
    SELECT ResubQueueFile ASSIGN TO DYNAMIC WS-RESUBQ-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESUBQ-STATUS.
    SELECT ResubFailFile ASSIGN TO DYNAMIC WS-RESUBFAIL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESUBFAIL-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
FD AckRptFile.
01 ACK-RPT-RECORD PIC X(132).

FD RouteFile.
01 ROUTE-RECORD.
    COPY CARRROUTE.

FD ResubQueueFile.
01 RESUBQ-RECORD.
    COPY RESUBQ.

FD ResubFailFile.
01 RESUB-FAIL-RECORD.
    COPY RESUBQ
        REPLACING LEADING ==RQ-== BY ==RF-==.

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
        10 WS-ST-NAME      PIC X(20).
        10 WS-ST-ACKED     PIC X(01).
        10 WS-ST-REASON    PIC X(10).
01 WS-ACK-AVAILABLE    PIC X VALUE "N".
01 WS-RESUBQ-FILENAME  PIC X(40) VALUE "resubq.dat".
01 WS-RESUBFAIL-FILENAME PIC X(40) VALUE "resubfail.txt".
01 WS-RESUBQ-STATUS    PIC X(02).
01 WS-RESUBFAIL-STATUS PIC X(02).
01 WS-RESUBQ-EOF       PIC X VALUE "N".
01 WS-RESUB-MAX-TRY    PIC 9(3) VALUE 3.
01 WS-QUEUED-COUNT     PIC 9(7) VALUE 0.
01 WS-CLEARED-COUNT    PIC 9(7) VALUE 0.
01 WS-PERMFAIL-COUNT   PIC 9(7) VALUE 0.
01 WS-RQ-IDX           PIC 9(5) VALUE 0.
01 WS-RQ-SLOT          PIC 9(5) VALUE 0.
01 WS-RQ-WORK.
    COPY RESUBQ
        REPLACING LEADING ==RQ-== BY ==QW-==.
01 WS-RESUBQ-TABLE.
    05 WS-RQ-COUNT     PIC 9(5) VALUE 0.
    05 WS-RQ-ENTRY OCCURS 5000 TIMES.
        10 WS-RQ-ID        PIC X(07).
        10 WS-RQ-ACTION    PIC X(01).
        10 WS-RQ-DATA      PIC X(61).
01 WS-RESUBQ-OK        PIC X VALUE "Y".
01 WS-QUEUE-TOUCHED    PIC X VALUE "N".
01 WS-CARRIER-OK       PIC X VALUE "Y".
01 WS-TOT-CLEAN        PIC 9(7) VALUE 0.
01 WS-TOT-REJECTED     PIC 9(7) VALUE 0.
01 WS-TOT-UNACKED      PIC 9(7) VALUE 0.
01 WS-TOT-UNKNOWN      PIC 9(7) VALUE 0.
01 WS-TOT-ESCALATE     PIC 9(7) VALUE 0.
01 WS-TOT-QUEUED       PIC 9(7) VALUE 0.
01 WS-TOT-CLEARED      PIC 9(7) VALUE 0.
01 WS-TOT-PERMFAIL     PIC 9(7) VALUE 0.
01 WS-ROUTE-FILENAME   PIC X(40) VALUE "carroute.ctl".
01 WS-ROUTE-STATUS     PIC X(02).
01 WS-ROUTE-EOF        PIC X VALUE "N".
01 WS-CR-IDX           PIC 9(2) VALUE 0.
01 WS-CR-SLOT          PIC 9(2) VALUE 0.
01 WS-CUR-CARRIER      PIC 9(2) VALUE 0.
01 WS-CARRIER-TABLE.
    05 WS-CR-COUNT     PIC 9(2) VALUE 0.
    05 WS-CR-ENTRY OCCURS 20 TIMES.
        10 WS-CR-CODE      PIC X(08).
        10 WS-CR-EXTRACT   PIC X(40).
        10 WS-CR-ACK       PIC X(40).
        10 WS-CR-ACKRPT    PIC X(40).

01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 9.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "CARRIERFILE    NN".
        10 FILLER PIC X(17) VALUE "CARRIERACKFILE NN".
        10 FILLER PIC X(17) VALUE "CARRIERACKRPT  NN".
        10 FILLER PIC X(17) VALUE "ACKAGEDAYS     NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "RESUBQFILE     NN".
        10 FILLER PIC X(17) VALUE "RESUBFAILFILE  NN".
        10 FILLER PIC X(17) VALUE "RESUBMAXTRY    NN".
        10 FILLER PIC X(17) VALUE "CARRROUTEFILE  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 9 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     GOBACK
    END-IF

    PERFORM LOAD-CARRIER-ROUTES
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: carrier routing table is not usable."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-RESUB-QUEUE

    PERFORM VARYING WS-CUR-CARRIER FROM 1 BY 1
     UNTIL WS-CUR-CARRIER > WS-CR-COUNT
     PERFORM MATCH-ONE-CARRIER
    END-PERFORM

    IF WS-QUEUE-TOUCHED = "Y" AND WS-RESUBQ-OK = "Y"
     PERFORM WRITE-RESUB-QUEUE
    END-IF

    DISPLAY "Acknowledged clean: " WS-TOT-CLEAN
    DISPLAY "Rejected by carrier: " WS-TOT-REJECTED
    DISPLAY "Sent but never acknowledged: " WS-TOT-UNACKED
    DISPLAY "Acks for records not sent: " WS-TOT-UNKNOWN
    DISPLAY "Escalated for follow-up: " WS-TOT-ESCALATE
    DISPLAY "Queued for resubmission: " WS-TOT-QUEUED
    DISPLAY "Cleared from queue: " WS-TOT-CLEARED
    DISPLAY "Moved to permanent failure: " WS-TOT-PERMFAIL
    PERFORM WRITE-OPS-STAT
    DISPLAY "Carrier acknowledgment matching completed."
    GOBACK.

MATCH-ONE-CARRIER.
    MOVE WS-CR-EXTRACT(WS-CUR-CARRIER) TO WS-CARRIER-FILENAME
    MOVE WS-CR-ACK(WS-CUR-CARRIER) TO WS-ACK-FILENAME
    MOVE WS-CR-ACKRPT(WS-CUR-CARRIER) TO WS-ACKRPT-FILENAME
    MOVE "Y" TO WS-CARRIER-OK
    MOVE "N" TO WS-EndOfFile
    MOVE "N" TO WS-ACK-EOF
    MOVE "N" TO WS-ACK-AVAILABLE
    MOVE 0 TO WS-SENT-DATE
    MOVE 0 TO WS-ST-COUNT
    MOVE 0 TO WS-CLEAN-COUNT
    MOVE 0 TO WS-REJECTED-COUNT
    MOVE 0 TO WS-UNACKED-COUNT
    MOVE 0 TO WS-UNKNOWN-COUNT
    MOVE 0 TO WS-ESCALATE-COUNT
    MOVE 0 TO WS-QUEUED-COUNT
    MOVE 0 TO WS-CLEARED-COUNT
    MOVE 0 TO WS-PERMFAIL-COUNT
    PERFORM LOAD-SENT-TABLE
    IF WS-CARRIER-OK = "Y"
     OPEN OUTPUT AckRptFile
     IF WS-ACKRPT-STATUS NOT = "00"
      DISPLAY "ERROR: unable to open AckRptFile, status "
       WS-ACKRPT-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "N" TO WS-CARRIER-OK
     END-IF
    END-IF
    IF WS-CARRIER-OK = "Y"
     PERFORM WRITE-RPT-HEADER
     PERFORM MATCH-ACK-FILE
     PERFORM REPORT-UNACKNOWLEDGED
     IF WS-ACK-AVAILABLE = "Y"
      IF WS-RESUBQ-OK = "Y"
       MOVE "Y" TO WS-QUEUE-TOUCHED
       PERFORM VARYING WS-IDX FROM 1 BY 1
        UNTIL WS-IDX > WS-ST-COUNT
        PERFORM QUEUE-ONE-SENT
       END-PERFORM
      END-IF
     ELSE
      DISPLAY "NOTE: resubmission queue left unchanged for carrier "
       WS-CR-CODE(WS-CUR-CARRIER) " until acknowledgments arrive."
     END-IF
     PERFORM WRITE-RPT-SUMMARY
     CLOSE AckRptFile
     DISPLAY "Carrier " WS-CR-CODE(WS-CUR-CARRIER)
      " sent=" WS-ST-COUNT " clean=" WS-CLEAN-COUNT
      " rejected=" WS-REJECTED-COUNT " unacked=" WS-UNACKED-COUNT
    END-IF
    ADD WS-CLEAN-COUNT TO WS-TOT-CLEAN
    ADD WS-REJECTED-COUNT TO WS-TOT-REJECTED
    ADD WS-UNACKED-COUNT TO WS-TOT-UNACKED
    ADD WS-UNKNOWN-COUNT TO WS-TOT-UNKNOWN
    ADD WS-ESCALATE-COUNT TO WS-TOT-ESCALATE
    ADD WS-QUEUED-COUNT TO WS-TOT-QUEUED
    ADD WS-CLEARED-COUNT TO WS-TOT-CLEARED
    ADD WS-PERMFAIL-COUNT TO WS-TOT-PERMFAIL.

LOAD-CARRIER-ROUTES.
    OPEN INPUT RouteFile
    IF WS-ROUTE-STATUS NOT = "00"
     MOVE 1 TO WS-CR-COUNT
     MOVE "DEFAULT" TO WS-CR-CODE(1)
     MOVE WS-CARRIER-FILENAME TO WS-CR-EXTRACT(1)
     MOVE WS-ACK-FILENAME TO WS-CR-ACK(1)
     MOVE WS-ACKRPT-FILENAME TO WS-CR-ACKRPT(1)
    ELSE
     PERFORM UNTIL WS-ROUTE-EOF = "Y"
      READ RouteFile
       AT END
        MOVE "Y" TO WS-ROUTE-EOF
       NOT AT END
        IF CR-CARRIER-DEF
         PERFORM LOAD-CARRIER-DEF
        END-IF
      END-READ
     END-PERFORM
     CLOSE RouteFile
     IF WS-CR-COUNT = 0
      DISPLAY "ERROR: carrier routing table defines no carriers."
      MOVE 8 TO RETURN-CODE
     END-IF
     IF RETURN-CODE NOT = 0
      MOVE "LOAD-CARRIER-ROUTES" TO WS-EL-PARAGRAPH
      MOVE "99" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     END-IF
    END-IF.

LOAD-CARRIER-DEF.
    IF WS-CR-COUNT >= 20
     DISPLAY "ERROR: routing table defines more than 20 carriers."
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE 0 TO WS-CR-SLOT
     PERFORM VARYING WS-CR-IDX FROM 1 BY 1
      UNTIL WS-CR-IDX > WS-CR-COUNT
      IF WS-CR-CODE(WS-CR-IDX) = FUNCTION UPPER-CASE(CR-CARRIER)
       MOVE WS-CR-IDX TO WS-CR-SLOT
      END-IF
     END-PERFORM
     IF WS-CR-SLOT > 0 OR CR-CARRIER = SPACES
        OR CR-EXTRACT-FILE = SPACES OR CR-ACK-FILE = SPACES
        OR CR-ACKRPT-FILE = SPACES
      DISPLAY "ERROR: carrier definition for '" CR-CARRIER
       "' is blank, duplicated or lacks extract/ack/report files."
      MOVE 8 TO RETURN-CODE
     ELSE
      ADD 1 TO WS-CR-COUNT
      MOVE FUNCTION UPPER-CASE(CR-CARRIER) TO WS-CR-CODE(WS-CR-COUNT)
      MOVE CR-EXTRACT-FILE TO WS-CR-EXTRACT(WS-CR-COUNT)
      MOVE CR-ACK-FILE TO WS-CR-ACK(WS-CR-COUNT)
      MOVE CR-ACKRPT-FILE TO WS-CR-ACKRPT(WS-CR-COUNT)
     END-IF
    END-IF.

LOAD-SENT-TABLE.
    OPEN INPUT CarrierFile
    IF WS-CARRIER-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open CarrierFile, status "
      WS-CARRIER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "N" TO WS-CARRIER-OK
     MOVE "LOAD-SENT-TABLE" TO WS-EL-PARAGRAPH
     MOVE WS-CARRIER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
      IF WS-ST-COUNT >= 5000
       DISPLAY "ERROR: more than 5000 carrier records sent."
       MOVE 8 TO RETURN-CODE
       MOVE "N" TO WS-CARRIER-OK
       MOVE "LOAD-SENT-RECORD" TO WS-EL-PARAGRAPH
       MOVE "99" TO WS-EL-STATUS
       PERFORM LOG-ERROR
     DISPLAY "NOTE: no acknowledgment file, status " WS-ACK-STATUS
      "; all sent records treated as unacknowledged."
    ELSE
     MOVE "Y" TO WS-ACK-AVAILABLE
     PERFORM UNTIL WS-ACK-EOF = "Y"
      READ AckFile
          AT END
     END-IF
    END-PERFORM.

LOAD-RESUB-QUEUE.
    OPEN INPUT ResubQueueFile
    IF WS-RESUBQ-STATUS = "00"
     PERFORM UNTIL WS-RESUBQ-EOF = "Y"
      READ ResubQueueFile
       AT END
        MOVE "Y" TO WS-RESUBQ-EOF
       NOT AT END
        IF RQ-ID IS NUMERIC
         IF WS-RQ-COUNT < 5000
          ADD 1 TO WS-RQ-COUNT
          MOVE RQ-ID TO WS-RQ-ID(WS-RQ-COUNT)
          MOVE "K" TO WS-RQ-ACTION(WS-RQ-COUNT)
          MOVE RESUBQ-RECORD TO WS-RQ-DATA(WS-RQ-COUNT)
         ELSE
          DISPLAY "ERROR: resubmission queue holds more than 5000 "
           "records."
          MOVE 8 TO RETURN-CODE
          MOVE "LOAD-RESUB-QUEUE" TO WS-EL-PARAGRAPH
          MOVE "99" TO WS-EL-STATUS
          PERFORM LOG-ERROR
          MOVE "Y" TO WS-RESUBQ-EOF
          MOVE "N" TO WS-RESUBQ-OK
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE ResubQueueFile
    END-IF.

QUEUE-ONE-SENT.
    MOVE 0 TO WS-RQ-SLOT
    PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
     UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-RQ-SLOT > 0
     IF WS-RQ-ID(WS-RQ-IDX) = WS-ST-ID(WS-IDX)
      AND WS-RQ-ACTION(WS-RQ-IDX) = "K"
      MOVE WS-RQ-IDX TO WS-RQ-SLOT
     END-IF
    END-PERFORM
    IF WS-ST-ACKED(WS-IDX) = "A"
     IF WS-RQ-SLOT > 0
      MOVE "C" TO WS-RQ-ACTION(WS-RQ-SLOT)
      ADD 1 TO WS-CLEARED-COUNT
      MOVE SPACES TO ACK-RPT-RECORD
      STRING "RESUB CLEARED ID=" WS-ST-ID(WS-IDX)
       DELIMITED BY SIZE INTO ACK-RPT-RECORD
      WRITE ACK-RPT-RECORD
     END-IF
    ELSE
     IF WS-RQ-SLOT = 0
      IF WS-RQ-COUNT >= 5000
       DISPLAY "ERROR: resubmission queue full; ID " WS-ST-ID(WS-IDX)
        " not queued."
       MOVE 8 TO RETURN-CODE
       MOVE "QUEUE-ONE-SENT" TO WS-EL-PARAGRAPH
       MOVE "99" TO WS-EL-STATUS
       PERFORM LOG-ERROR
      ELSE
       ADD 1 TO WS-RQ-COUNT
       MOVE WS-RQ-COUNT TO WS-RQ-SLOT
       MOVE WS-ST-ID(WS-IDX) TO WS-RQ-ID(WS-RQ-SLOT)
       MOVE "K" TO WS-RQ-ACTION(WS-RQ-SLOT)
       MOVE SPACES TO WS-RQ-WORK
       MOVE WS-ST-ID(WS-IDX) TO QW-ID
       MOVE WS-SENT-DATE TO QW-ORIG-SEND-DATE
       MOVE WS-SENT-DATE TO QW-LAST-SEND-DATE
       MOVE 1 TO QW-ATTEMPTS
       MOVE WS-RUN-DATE TO QW-QUEUED-DATE
       MOVE 0 TO QW-FAIL-DATE
       MOVE WS-CR-CODE(WS-CUR-CARRIER) TO QW-CARRIER
       ADD 1 TO WS-QUEUED-COUNT
      END-IF
     ELSE
      MOVE WS-RQ-DATA(WS-RQ-SLOT) TO WS-RQ-WORK
     END-IF
     IF WS-RQ-SLOT > 0
      IF WS-ST-ACKED(WS-IDX) = "R"
       MOVE WS-ST-REASON(WS-IDX) TO QW-REASON
      ELSE
       MOVE "UNACKED" TO QW-REASON
      END-IF
      MOVE "W" TO QW-STATUS
      MOVE WS-CR-CODE(WS-CUR-CARRIER) TO QW-CARRIER
      MOVE SPACES TO ACK-RPT-RECORD
      IF QW-ATTEMPTS >= WS-RESUB-MAX-TRY
       MOVE "F" TO QW-STATUS
       MOVE WS-RUN-DATE TO QW-FAIL-DATE
       MOVE "F" TO WS-RQ-ACTION(WS-RQ-SLOT)
       ADD 1 TO WS-PERMFAIL-COUNT
       STRING "*** PERMANENT FAILURE ID=" QW-ID
              " REASON=" QW-REASON
              " ATTEMPTS=" QW-ATTEMPTS
        DELIMITED BY SIZE INTO ACK-RPT-RECORD
      ELSE
       STRING "RESUB QUEUED ID=" QW-ID
              " REASON=" QW-REASON
              " ATTEMPTS=" QW-ATTEMPTS
        DELIMITED BY SIZE INTO ACK-RPT-RECORD
      END-IF
      WRITE ACK-RPT-RECORD
      MOVE WS-RQ-WORK TO WS-RQ-DATA(WS-RQ-SLOT)
     END-IF
    END-IF.

WRITE-RESUB-QUEUE.
    OPEN OUTPUT ResubQueueFile
    IF WS-RESUBQ-STATUS NOT = "00"
     DISPLAY "ERROR: unable to rewrite resubmission queue, status "
      WS-RESUBQ-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-RESUB-QUEUE" TO WS-EL-PARAGRAPH
     MOVE WS-RESUBQ-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
      UNTIL WS-RQ-IDX > WS-RQ-COUNT
      IF WS-RQ-ACTION(WS-RQ-IDX) = "K"
       MOVE WS-RQ-DATA(WS-RQ-IDX) TO RESUBQ-RECORD
       WRITE RESUBQ-RECORD
      END-IF
     END-PERFORM
     CLOSE ResubQueueFile
    END-IF
    IF WS-PERMFAIL-COUNT > 0
     OPEN EXTEND ResubFailFile
     IF WS-RESUBFAIL-STATUS NOT = "00"
      OPEN OUTPUT ResubFailFile
     END-IF
     IF WS-RESUBFAIL-STATUS NOT = "00"
      DISPLAY "ERROR: unable to open permanent failure list, status "
       WS-RESUBFAIL-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "WRITE-RESUB-QUEUE" TO WS-EL-PARAGRAPH
      MOVE WS-RESUBFAIL-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
       UNTIL WS-RQ-IDX > WS-RQ-COUNT
       IF WS-RQ-ACTION(WS-RQ-IDX) = "F"
        MOVE WS-RQ-DATA(WS-RQ-IDX) TO RESUB-FAIL-RECORD
        WRITE RESUB-FAIL-RECORD
       END-IF
      END-PERFORM
      CLOSE ResubFailFile
     END-IF
    END-IF.

WRITE-RPT-HEADER.
    MOVE SPACES TO ACK-RPT-RECORD
    STRING "CARRIER ACKNOWLEDGMENT EXCEPTION REPORT " WS-RUN-DATE
           " TRANSMITTED " WS-SENT-DATE
           " CARRIER " WS-CR-CODE(WS-CUR-CARRIER)
     DELIMITED BY SIZE INTO ACK-RPT-RECORD
    WRITE ACK-RPT-RECORD
    IF WS-ACKRPT-STATUS NOT = "00"
           " ESCALATED=" WS-ESCALATE-COUNT
     DELIMITED BY SIZE INTO ACK-RPT-RECORD
    WRITE ACK-RPT-RECORD
    MOVE SPACES TO ACK-RPT-RECORD
    STRING "RESUB QUEUED=" WS-QUEUED-COUNT
           " CLEARED=" WS-CLEARED-COUNT
           " PERMFAIL=" WS-PERMFAIL-COUNT
           " MAXTRY=" WS-RESUB-MAX-TRY
     DELIMITED BY SIZE INTO ACK-RPT-RECORD
    WRITE ACK-RPT-RECORD
    IF WS-ACKRPT-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AckRptFile, status "
      WS-ACKRPT-STATUS
    ELSE
     MOVE "FAILED" TO OS-STATUS
    END-IF
    MOVE WS-TOT-CLEAN TO OS-COUNT1
    MOVE WS-TOT-REJECTED TO OS-COUNT2
    MOVE WS-TOT-UNACKED TO OS-COUNT3
    ACCEPT WS-OPS-END-HMS FROM TIME
    COMPUTE WS-OPS-START-SECS =
     (WS-OPS-START-HH * 3600) + (WS-OPS-START-MM * 60)
             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-ACK-AGE-DAYS
             END-IF
            WHEN "CARRROUTEFILE"
             MOVE FP-VALUE TO WS-ROUTE-FILENAME
            WHEN "RESUBQFILE"
             MOVE FP-VALUE TO WS-RESUBQ-FILENAME
            WHEN "RESUBFAILFILE"
             MOVE FP-VALUE TO WS-RESUBFAIL-FILENAME
            WHEN "RESUBMAXTRY"
             IF FP-VALUE(1:3) IS NUMERIC AND FP-VALUE(1:3) > "000"
              MOVE FP-VALUE(1:3) TO WS-RESUB-MAX-TRY
             END-IF
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
