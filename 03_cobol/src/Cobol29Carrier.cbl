    SELECT SnapshotFile ASSIGN TO DYNAMIC WS-SNAP-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SNAP-STATUS.
    SELECT AddrFlagFile ASSIGN TO DYNAMIC WS-ADDRFLAG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ADDRFLAG-STATUS.
    SELECT RouteFile ASSIGN TO DYNAMIC WS-ROUTE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ROUTE-STATUS.
    SELECT ResubQueueFile ASSIGN TO DYNAMIC WS-RESUBQ-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RESUBQ-STATUS.
    SELECT ConsentFile ASSIGN TO DYNAMIC WS-CONSENT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS RANDOM
     RECORD KEY IS CN-KEY
     FILE STATUS IS WS-CN-STATUS.
    SELECT SysParmFile ASSIGN TO "sysparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SYSPARM-STATUS.
FD SnapshotFile.
01 SNAPSHOT-RECORD PIC X(120).

FD AddrFlagFile.
01 ADDR-FLAG-RECORD PIC X(80).

FD RouteFile.
01 ROUTE-RECORD.
    COPY CARRROUTE.

FD ResubQueueFile.
01 RESUBQ-RECORD.
    COPY RESUBQ.

FD ConsentFile.
01 CONSENT-RECORD.
    COPY CONSENT.

FD SysParmFile.
01 SYSPARM-RECORD.
    COPY FILEPARM.
01 WS-CONTACT-AVAILABLE PIC X VALUE "N".
01 WS-CT-SCAN-DONE     PIC X VALUE "N".
01 WS-CONTACT-WRITE-COUNT PIC 9(7) VALUE 0.
01 WS-CONSENT-FILENAME PIC X(40) VALUE "consent.dat".
01 WS-CN-STATUS        PIC X(02).
01 WS-CONSENT-AVAILABLE PIC X VALUE "N".
01 WS-CONSENT-OK       PIC X VALUE "N".
01 WS-SHARING-WITHHELD-COUNT PIC 9(7) VALUE 0.
01 WS-CONTACT-OMIT-COUNT PIC 9(7) VALUE 0.
01 CARRIER-DETAIL.
    05 CD-ID           PIC 9(07).
    05 CD-NAME         PIC X(20).
    05 CD-TIER         PIC X(10).
    05 CD-EFF-DATE     PIC 9(08).
    05 CD-CHANGE-TYPE  PIC X(01).
    05 CD-RESEND-FLAG  PIC X(01).
01 WS-SNAP-FILENAME    PIC X(40) VALUE "carriersnap.dat".
01 WS-SNAP-STATUS      PIC X(02).
01 WS-SNAP-EOF         PIC X VALUE "N".
    05 WS-OS-COUNT     PIC 9(5) VALUE 0.
    05 WS-OS-ENTRY OCCURS 5000 TIMES.
        10 WS-OS-ID        PIC X(07).
        10 WS-OS-CARRIER   PIC 9(02).
        10 WS-OS-DATA      PIC X(120).
        10 WS-OS-SEEN      PIC X(01).
01 WS-NEW-SNAP-TABLE.
    05 WS-NS-COUNT     PIC 9(5) VALUE 0.
    05 WS-NS-ENTRY OCCURS 5000 TIMES.
        10 WS-NS-CARRIER   PIC 9(02).
        10 WS-NS-DATA      PIC X(120).
01 WS-ADDRFLAG-FILENAME PIC X(40) VALUE "addrflag.txt".
01 WS-ADDRFLAG-STATUS  PIC X(02).
01 WS-ADDRFLAG-EOF     PIC X VALUE "N".
01 WS-ADDR-EXC-COUNT   PIC 9(7) VALUE 0.
01 WS-AF-IDX           PIC 9(5) VALUE 0.
01 WS-AF-FOUND-IDX     PIC 9(5) VALUE 0.
01 WS-ADDR-FLAG-TABLE.
    05 WS-AF-COUNT     PIC 9(5) VALUE 0.
    05 WS-AF-ENTRY OCCURS 5000 TIMES.
        10 WS-AF-ID        PIC X(07).
        10 WS-AF-REASON    PIC X(30).
01 WS-RESUBQ-FILENAME  PIC X(40) VALUE "resubq.dat".
01 WS-RESUBQ-STATUS    PIC X(02).
01 WS-RESUBQ-EOF       PIC X VALUE "N".
01 WS-RESUBQ-LOADED    PIC X VALUE "N".
01 WS-RESEND-COUNT     PIC 9(7) VALUE 0.
01 WS-RQ-IDX           PIC 9(5) VALUE 0.
01 WS-RQ-SLOT          PIC 9(5) VALUE 0.
01 WS-RQ-WORK.
    COPY RESUBQ
        REPLACING LEADING ==RQ-== BY ==QW-==.
01 WS-RESUBQ-TABLE.
    05 WS-RQ-COUNT     PIC 9(5) VALUE 0.
    05 WS-RQ-ENTRY OCCURS 5000 TIMES.
        10 WS-RQ-ID        PIC X(07).
        10 WS-RQ-DATA      PIC X(61).
01 WS-ROUTE-FILENAME   PIC X(40) VALUE "carroute.ctl".
01 WS-ROUTE-STATUS     PIC X(02).
01 WS-ROUTE-EOF        PIC X VALUE "N".
01 WS-WRITE-FAILED     PIC X VALUE "N".
01 WS-CR-IDX           PIC 9(2) VALUE 0.
01 WS-CR-SLOT          PIC 9(2) VALUE 0.
01 WS-CR-DEFAULT       PIC 9(2) VALUE 0.
01 WS-CUR-CARRIER      PIC 9(2) VALUE 0.
01 WS-DEFAULT-CODE     PIC X(08) VALUE SPACES.
01 WS-CARRIER-TABLE.
    05 WS-CR-COUNT     PIC 9(2) VALUE 0.
    05 WS-CR-ENTRY OCCURS 20 TIMES.
        10 WS-CR-CODE      PIC X(08).
        10 WS-CR-EXTRACT   PIC X(40).
        10 WS-CR-SNAP      PIC X(40).
        10 WS-CR-ROUTED    PIC 9(7).
        10 WS-CR-WRITTEN   PIC 9(7).
        10 WS-CR-UNCHANGED PIC 9(7).
        10 WS-CR-CLOSURES  PIC 9(7).
        10 WS-CR-RESENT    PIC 9(7).
        10 WS-CR-CONTACTS  PIC 9(7).
01 WS-RL-IDX           PIC 9(3) VALUE 0.
01 WS-RL-MATCH         PIC X VALUE "N".
01 WS-RULE-TABLE.
    05 WS-RL-COUNT     PIC 9(3) VALUE 0.
    05 WS-RL-ENTRY OCCURS 100 TIMES.
        10 WS-RL-CARRIER   PIC X(08).
        10 WS-RL-CR-IDX    PIC 9(02).
        10 WS-RL-TIER      PIC X(10).
        10 WS-RL-KIND      PIC X(01).
        10 WS-RL-REGION    PIC X(10).
        10 WS-RL-LEN       PIC 9(02).
01 WS-RO-IDX           PIC 9(5) VALUE 0.
01 WS-RO-SLOT          PIC 9(5) VALUE 0.
01 WS-ROUTED-TABLE.
    05 WS-RO-COUNT     PIC 9(5) VALUE 0.
    05 WS-RO-ENTRY OCCURS 5000 TIMES.
        10 WS-RO-ID        PIC X(07).
        10 WS-RO-AGE       PIC X(03).
        10 WS-RO-TIER      PIC X(10).
        10 WS-RO-CARRIER   PIC 9(02).
01 WS-ROUTE-POSTAL     PIC X(05).
01 WS-ROUTE-STATE      PIC X(02).
01 WS-ROUTE-TIER       PIC X(10).
01 WS-SPLIT-TEXT       PIC X(30).
01 WS-C                PIC 9(3) VALUE 0.
01 WS-WD-LEN           PIC 9(2) VALUE 0.
01 WS-WORD-COUNT       PIC 9(2) VALUE 0.
01 WS-WORD-TABLE.
    05 WS-WORD OCCURS 15 TIMES PIC X(30).
01 WS-OPS-START-HMS.
    05 WS-OPS-START-HH PIC 9(2).
    05 WS-OPS-START-MM PIC 9(2).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 12.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CLASSFILE      NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "CARRIERMODE    NN".
        10 FILLER PIC X(17) VALUE "CARRIERSNAPFILENN".
        10 FILLER PIC X(17) VALUE "ADDRFLAGFILE   NN".
        10 FILLER PIC X(17) VALUE "RESUBQFILE     NN".
        10 FILLER PIC X(17) VALUE "CARRROUTEFILE  NN".
        10 FILLER PIC X(17) VALUE "CONSENTFILE    NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 12 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     DISPLAY "NOTE: no contact file; extract omits contact rows."
    END-IF

    OPEN INPUT ConsentFile
    IF WS-CN-STATUS = "00"
     MOVE "Y" TO WS-CONSENT-AVAILABLE
    ELSE
     DISPLAY "NOTE: no consent register; contact rows withheld, "
      "sharing not screened."
    END-IF

    PERFORM LOAD-CARRIER-ROUTES
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: carrier routing table is not usable."
     CLOSE PersonFile
     CLOSE ClassificationFile
     IF WS-CONTACT-AVAILABLE = "Y"
      CLOSE ContactFile
     END-IF
     IF WS-CONSENT-AVAILABLE = "Y"
      CLOSE ConsentFile
     END-IF
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM VARYING WS-CUR-CARRIER FROM 1 BY 1
     UNTIL WS-CUR-CARRIER > WS-CR-COUNT
     PERFORM LOAD-SNAPSHOT
    END-PERFORM

    PERFORM LOAD-ADDRESS-FLAGS

    PERFORM LOAD-RESUB-QUEUE

    OPEN OUTPUT CarrierExcFile
    IF WS-CARRIEREXC-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open carrier output files."
     MOVE 8 TO RETURN-CODE
     CLOSE PersonFile
     GOBACK
    END-IF

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ ClassificationFile
         AT END
     END-READ
    END-PERFORM

    PERFORM VARYING WS-CUR-CARRIER FROM 1 BY 1
     UNTIL WS-CUR-CARRIER > WS-CR-COUNT
     PERFORM WRITE-CARRIER-EXTRACT
    END-PERFORM

    IF WS-RESUBQ-LOADED = "Y" AND RETURN-CODE < 8
     PERFORM WRITE-RESUB-QUEUE
    END-IF

    CLOSE PersonFile
    IF WS-CONTACT-AVAILABLE = "Y"
     CLOSE ContactFile
    END-IF
    IF WS-CONSENT-AVAILABLE = "Y"
     CLOSE ConsentFile
    END-IF
    CLOSE ClassificationFile
    MOVE SPACES TO CARRIER-EXC-RECORD
    STRING "TRL SHARINGWITHHELD=" WS-SHARING-WITHHELD-COUNT
           " CONTACTSOMITTED=" WS-CONTACT-OMIT-COUNT
     DELIMITED BY SIZE INTO CARRIER-EXC-RECORD
    WRITE CARRIER-EXC-RECORD
    CLOSE CarrierExcFile

    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
     UNTIL WS-CR-IDX > WS-CR-COUNT
     DISPLAY "Carrier " WS-CR-CODE(WS-CR-IDX)
      " routed=" WS-CR-ROUTED(WS-CR-IDX)
      " written=" WS-CR-WRITTEN(WS-CR-IDX)
      " unchanged=" WS-CR-UNCHANGED(WS-CR-IDX)
      " closures=" WS-CR-CLOSURES(WS-CR-IDX)
      " resent=" WS-CR-RESENT(WS-CR-IDX)
      " contacts=" WS-CR-CONTACTS(WS-CR-IDX)
    END-PERFORM
    DISPLAY "Classifications read: " WS-READ-COUNT
    DISPLAY "Extract mode: " WS-CARRIER-MODE
    DISPLAY "Full master detail size: " WS-DETAIL-COUNT
    END-IF
    DISPLAY "Carrier contact records written: " WS-CONTACT-WRITE-COUNT
    DISPLAY "Unmatched IDs: " WS-UNMATCHED-COUNT
    DISPLAY "Withheld for address validation: " WS-ADDR-EXC-COUNT
    DISPLAY "Withheld, third-party sharing withdrawn: "
     WS-SHARING-WITHHELD-COUNT
    DISPLAY "Contact rows omitted, no channel consent: "
     WS-CONTACT-OMIT-COUNT
    DISPLAY "Queued records resent: " WS-RESEND-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Carrier interface extract completed."
    GOBACK.
      KEY IS DB-ID
     END-READ
     IF WS-DB-STATUS = "00" AND DB-ACTIVE
      PERFORM FIND-ADDRESS-FLAG
      IF WS-AF-FOUND-IDX > 0
       PERFORM WRITE-ADDRESS-EXCEPTION
      ELSE
       PERFORM CHECK-SHARING-CONSENT
       IF WS-CONSENT-OK = "N"
        PERFORM WRITE-SHARING-EXCEPTION
       ELSE
        PERFORM ROUTE-PERSON
       END-IF
      END-IF
     ELSE
      PERFORM WRITE-EXCEPTION
     END-IF
    END-IF.

ROUTE-PERSON.
    PERFORM PARSE-ROUTE-REGION
    MOVE FUNCTION UPPER-CASE(WS-CLASS-TIER) TO WS-ROUTE-TIER
    MOVE 0 TO WS-CR-SLOT
    PERFORM VARYING WS-RL-IDX FROM 1 BY 1
     UNTIL WS-RL-IDX > WS-RL-COUNT OR WS-CR-SLOT > 0
     MOVE "Y" TO WS-RL-MATCH
     IF WS-RL-TIER(WS-RL-IDX) NOT = "*"
        AND WS-RL-TIER(WS-RL-IDX) NOT = WS-ROUTE-TIER
      MOVE "N" TO WS-RL-MATCH
     END-IF
     EVALUATE WS-RL-KIND(WS-RL-IDX)
      WHEN "S"
       IF WS-RL-REGION(WS-RL-IDX)(1:2) NOT = WS-ROUTE-STATE
        MOVE "N" TO WS-RL-MATCH
       END-IF
      WHEN "P"
       IF WS-ROUTE-POSTAL(1:WS-RL-LEN(WS-RL-IDX))
          NOT = WS-RL-REGION(WS-RL-IDX)(1:WS-RL-LEN(WS-RL-IDX))
        MOVE "N" TO WS-RL-MATCH
       END-IF
     END-EVALUATE
     IF WS-RL-MATCH = "Y"
      MOVE WS-RL-CR-IDX(WS-RL-IDX) TO WS-CR-SLOT
     END-IF
    END-PERFORM
    IF WS-CR-SLOT = 0
     MOVE WS-CR-DEFAULT TO WS-CR-SLOT
    END-IF
    IF WS-RO-COUNT >= 5000
     DISPLAY "ERROR: more than 5000 records routed to carriers."
     MOVE 8 TO RETURN-CODE
     MOVE "ROUTE-PERSON" TO WS-EL-PARAGRAPH
     MOVE "99" TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-RO-COUNT
     MOVE WS-CLASS-ID TO WS-RO-ID(WS-RO-COUNT)
     MOVE WS-CLASS-AGE TO WS-RO-AGE(WS-RO-COUNT)
     MOVE WS-CLASS-TIER TO WS-RO-TIER(WS-RO-COUNT)
     MOVE WS-CR-SLOT TO WS-RO-CARRIER(WS-RO-COUNT)
     ADD 1 TO WS-CR-ROUTED(WS-CR-SLOT)
    END-IF.

PARSE-ROUTE-REGION.
    MOVE SPACES TO WS-ROUTE-POSTAL
    MOVE SPACES TO WS-ROUTE-STATE
    MOVE FUNCTION UPPER-CASE(DB-ADDR-LINE2) TO WS-SPLIT-TEXT
    INSPECT WS-SPLIT-TEXT REPLACING ALL "," BY SPACE
    INSPECT WS-SPLIT-TEXT REPLACING ALL "." BY SPACE
    MOVE SPACES TO WS-WORD-TABLE
    MOVE 0 TO WS-WORD-COUNT
    MOVE 0 TO WS-WD-LEN
    PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 30
     IF WS-SPLIT-TEXT(WS-C:1) = SPACE
      MOVE 0 TO WS-WD-LEN
     ELSE
      IF WS-WD-LEN = 0
       IF WS-WORD-COUNT < 15
        ADD 1 TO WS-WORD-COUNT
       END-IF
      END-IF
      ADD 1 TO WS-WD-LEN
      MOVE WS-SPLIT-TEXT(WS-C:1)
       TO WS-WORD(WS-WORD-COUNT)(WS-WD-LEN:1)
     END-IF
    END-PERFORM
    IF WS-WORD-COUNT > 0
     IF WS-WORD(WS-WORD-COUNT)(1:5) IS NUMERIC
      MOVE WS-WORD(WS-WORD-COUNT)(1:5) TO WS-ROUTE-POSTAL
      SUBTRACT 1 FROM WS-WORD-COUNT
     END-IF
    END-IF
    IF WS-WORD-COUNT > 1
     IF WS-WORD(WS-WORD-COUNT)(1:2) IS ALPHABETIC
        AND WS-WORD(WS-WORD-COUNT)(2:1) NOT = SPACE
        AND WS-WORD(WS-WORD-COUNT)(3:28) = SPACES
      MOVE WS-WORD(WS-WORD-COUNT)(1:2) TO WS-ROUTE-STATE
     END-IF
    END-IF.

WRITE-CARRIER-EXTRACT.
    MOVE WS-CR-EXTRACT(WS-CUR-CARRIER) TO WS-CARRIER-FILENAME
    MOVE WS-CR-SNAP(WS-CUR-CARRIER) TO WS-SNAP-FILENAME
    MOVE "N" TO WS-WRITE-FAILED
    OPEN OUTPUT CarrierFile
    IF WS-CARRIER-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open extract for carrier "
      WS-CR-CODE(WS-CUR-CARRIER) ", status " WS-CARRIER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-CARRIER-XTR" TO WS-EL-PARAGRAPH
     MOVE WS-CARRIER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM WRITE-CARRIER-HEADER
     PERFORM VARYING WS-RO-IDX FROM 1 BY 1
      UNTIL WS-RO-IDX > WS-RO-COUNT OR WS-WRITE-FAILED = "Y"
      IF WS-RO-CARRIER(WS-RO-IDX) = WS-CUR-CARRIER
       MOVE WS-RO-ID(WS-RO-IDX) TO WS-CLASS-ID
       MOVE WS-RO-AGE(WS-RO-IDX) TO WS-CLASS-AGE
       MOVE WS-RO-TIER(WS-RO-IDX) TO WS-CLASS-TIER
       MOVE WS-CLASS-ID TO DB-ID
       READ PersonFile
        KEY IS DB-ID
       END-READ
       IF WS-DB-STATUS = "00"
        PERFORM WRITE-CARRIER-DETAIL
       ELSE
        PERFORM WRITE-EXCEPTION
       END-IF
      END-IF
     END-PERFORM
     IF WS-WRITE-FAILED = "N"
      PERFORM WRITE-CLOSURE-RECORDS
     END-IF
     PERFORM WRITE-CARRIER-TRAILER
     CLOSE CarrierFile
     PERFORM WRITE-SNAPSHOT
    END-IF.

WRITE-CARRIER-DETAIL.
    MOVE DB-ID TO CD-ID
    MOVE DB-NAME TO CD-NAME
    MOVE WS-CLASS-TIER TO CD-TIER
    MOVE DB-EFF-DATE TO CD-EFF-DATE
    MOVE SPACE TO CD-CHANGE-TYPE
    MOVE SPACE TO CD-RESEND-FLAG
    ADD 1 TO WS-DETAIL-COUNT
    MOVE "Y" TO WS-SEND-DETAIL
    PERFORM CHECK-SNAPSHOT
    PERFORM CHECK-RESUB-QUEUE
    PERFORM NOTE-NEW-SNAPSHOT
    IF WS-SEND-DETAIL = "N"
     ADD 1 TO WS-UNCHANGED-COUNT
     ADD 1 TO WS-CR-UNCHANGED(WS-CUR-CARRIER)
    ELSE
     MOVE SPACES TO CARRIER-RECORD
     MOVE CARRIER-DETAIL TO CARRIER-RECORD
     WRITE CARRIER-RECORD
     IF WS-CARRIER-STATUS = "00"
      ADD 1 TO WS-WRITE-COUNT
      ADD 1 TO WS-CR-WRITTEN(WS-CUR-CARRIER)
      IF WS-RQ-SLOT > 0
       PERFORM MARK-RESUB-SENT
      END-IF
      IF WS-CONTACT-AVAILABLE = "Y"
       PERFORM WRITE-CONTACT-DETAILS
      END-IF
      MOVE "WRITE-CARRIER-DET" TO WS-EL-PARAGRAPH
      MOVE WS-CARRIER-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      MOVE "Y" TO WS-WRITE-FAILED
     END-IF
    END-IF.

CHECK-SNAPSHOT.
    MOVE 0 TO WS-SNAP-SLOT
    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
     UNTIL WS-SNAP-IDX > WS-OS-COUNT
     IF WS-OS-ID(WS-SNAP-IDX) = CARRIER-DETAIL(1:7)
        AND WS-OS-CARRIER(WS-SNAP-IDX) = WS-CUR-CARRIER
      MOVE WS-SNAP-IDX TO WS-SNAP-SLOT
     END-IF
    END-PERFORM
    IF WS-SNAP-SLOT = 0
     IF WS-CARRIER-MODE = "DELTA"
      MOVE "A" TO CD-CHANGE-TYPE
     ELSE
      MOVE "F" TO CD-CHANGE-TYPE
      PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
       UNTIL WS-SNAP-IDX > WS-OS-COUNT
       IF WS-OS-ID(WS-SNAP-IDX) = CARRIER-DETAIL(1:7)
        MOVE "A" TO CD-CHANGE-TYPE
       END-IF
      END-PERFORM
     END-IF
    ELSE
     MOVE "Y" TO WS-OS-SEEN(WS-SNAP-SLOT)
     IF WS-CARRIER-MODE = "DELTA"
      IF WS-OS-DATA(WS-SNAP-SLOT)(1:116) = CARRIER-DETAIL(1:116)
       MOVE "N" TO WS-SEND-DETAIL
      ELSE
       MOVE "C" TO CD-CHANGE-TYPE
      END-IF
     ELSE
      MOVE "F" TO CD-CHANGE-TYPE
     END-IF
    END-IF.

     MOVE 4 TO RETURN-CODE
    ELSE
     ADD 1 TO WS-NS-COUNT
     MOVE WS-CUR-CARRIER TO WS-NS-CARRIER(WS-NS-COUNT)
     MOVE SPACES TO WS-NS-DATA(WS-NS-COUNT)
     MOVE CARRIER-DETAIL(1:116) TO WS-NS-DATA(WS-NS-COUNT)(1:116)
    END-IF.
WRITE-CLOSURE-RECORDS.
    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
     UNTIL WS-SNAP-IDX > WS-OS-COUNT
     MOVE "N" TO WS-SEND-DETAIL
     IF WS-OS-SEEN(WS-SNAP-IDX) = "N"
        AND WS-OS-CARRIER(WS-SNAP-IDX) = WS-CUR-CARRIER
      IF WS-CARRIER-MODE = "DELTA"
       MOVE "Y" TO WS-SEND-DETAIL
      ELSE
       PERFORM VARYING WS-RO-IDX FROM 1 BY 1
        UNTIL WS-RO-IDX > WS-RO-COUNT
        IF WS-RO-ID(WS-RO-IDX) = WS-OS-ID(WS-SNAP-IDX)
         MOVE "Y" TO WS-SEND-DETAIL
        END-IF
       END-PERFORM
      END-IF
     END-IF
     IF WS-SEND-DETAIL = "Y"
      MOVE SPACES TO CARRIER-DETAIL
      MOVE WS-OS-DATA(WS-SNAP-IDX)(1:116) TO CARRIER-DETAIL(1:116)
      MOVE "D" TO CD-CHANGE-TYPE
      PERFORM CHECK-RESUB-QUEUE
      MOVE SPACES TO CARRIER-RECORD
      MOVE CARRIER-DETAIL TO CARRIER-RECORD
      WRITE CARRIER-RECORD
      IF WS-CARRIER-STATUS = "00"
       ADD 1 TO WS-WRITE-COUNT
       ADD 1 TO WS-CLOSURE-COUNT
       ADD 1 TO WS-CR-WRITTEN(WS-CUR-CARRIER)
       ADD 1 TO WS-CR-CLOSURES(WS-CUR-CARRIER)
       IF WS-RQ-SLOT > 0
        PERFORM MARK-RESUB-SENT
       END-IF
      ELSE
       DISPLAY "ERROR: write failure on CarrierFile, status "
        WS-CARRIER-STATUS
       MOVE "WRITE-CLOSURES" TO WS-EL-PARAGRAPH
       MOVE WS-CARRIER-STATUS TO WS-EL-STATUS
       PERFORM LOG-ERROR
       MOVE "Y" TO WS-WRITE-FAILED
       MOVE WS-OS-COUNT TO WS-SNAP-IDX
      END-IF
     END-IF
    END-PERFORM.

LOAD-CARRIER-ROUTES.
    OPEN INPUT RouteFile
    IF WS-ROUTE-STATUS NOT = "00"
     DISPLAY "NOTE: no carrier routing table; single carrier extract."
     MOVE 1 TO WS-CR-COUNT
     MOVE "DEFAULT" TO WS-CR-CODE(1)
     MOVE WS-CARRIER-FILENAME TO WS-CR-EXTRACT(1)
     MOVE WS-SNAP-FILENAME TO WS-CR-SNAP(1)
     MOVE 1 TO WS-CR-DEFAULT
    ELSE
     PERFORM UNTIL WS-ROUTE-EOF = "Y"
      READ RouteFile
       AT END
        MOVE "Y" TO WS-ROUTE-EOF
       NOT AT END
        EVALUATE TRUE
         WHEN CR-CARRIER-DEF
          PERFORM LOAD-CARRIER-DEF
         WHEN CR-ROUTE-RULE
          PERFORM LOAD-ROUTE-RULE
         WHEN CR-DEFAULT
          MOVE FUNCTION UPPER-CASE(CR-CARRIER) TO WS-DEFAULT-CODE
         WHEN OTHER
          CONTINUE
        END-EVALUATE
      END-READ
     END-PERFORM
     CLOSE RouteFile
     IF WS-CR-COUNT = 0
      DISPLAY "ERROR: carrier routing table defines no carriers."
      MOVE 8 TO RETURN-CODE
     END-IF
     IF WS-DEFAULT-CODE = SPACES AND WS-CR-COUNT > 0
      MOVE WS-CR-CODE(1) TO WS-DEFAULT-CODE
     END-IF
     PERFORM VARYING WS-CR-IDX FROM 1 BY 1
      UNTIL WS-CR-IDX > WS-CR-COUNT
      IF WS-CR-CODE(WS-CR-IDX) = WS-DEFAULT-CODE
       MOVE WS-CR-IDX TO WS-CR-DEFAULT
      END-IF
     END-PERFORM
     IF WS-CR-DEFAULT = 0 AND WS-CR-COUNT > 0
      DISPLAY "ERROR: default carrier " WS-DEFAULT-CODE
       " is not defined in the routing table."
      MOVE 8 TO RETURN-CODE
     END-IF
     PERFORM VARYING WS-RL-IDX FROM 1 BY 1
      UNTIL WS-RL-IDX > WS-RL-COUNT
      MOVE 0 TO WS-CR-SLOT
      PERFORM VARYING WS-CR-IDX FROM 1 BY 1
       UNTIL WS-CR-IDX > WS-CR-COUNT
       IF WS-CR-CODE(WS-CR-IDX) = WS-RL-CARRIER(WS-RL-IDX)
        MOVE WS-CR-IDX TO WS-CR-SLOT
       END-IF
      END-PERFORM
      IF WS-CR-SLOT = 0
       DISPLAY "ERROR: routing rule names undefined carrier "
        WS-RL-CARRIER(WS-RL-IDX)
       MOVE 8 TO RETURN-CODE
      END-IF
      MOVE WS-CR-SLOT TO WS-RL-CR-IDX(WS-RL-IDX)
     END-PERFORM
     IF RETURN-CODE NOT = 0
      MOVE "LOAD-CARRIER-ROUTES" TO WS-EL-PARAGRAPH
      MOVE "99" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      DISPLAY "Carriers defined: " WS-CR-COUNT
       " routing rules: " WS-RL-COUNT
       " default carrier: " WS-DEFAULT-CODE
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
        OR CR-EXTRACT-FILE = SPACES OR CR-SNAP-FILE = SPACES
      DISPLAY "ERROR: carrier definition for '" CR-CARRIER
       "' is blank, duplicated or lacks extract/snapshot files."
      MOVE 8 TO RETURN-CODE
     ELSE
      ADD 1 TO WS-CR-COUNT
      MOVE FUNCTION UPPER-CASE(CR-CARRIER) TO WS-CR-CODE(WS-CR-COUNT)
      MOVE CR-EXTRACT-FILE TO WS-CR-EXTRACT(WS-CR-COUNT)
      MOVE CR-SNAP-FILE TO WS-CR-SNAP(WS-CR-COUNT)
     END-IF
    END-IF.

LOAD-ROUTE-RULE.
    IF WS-RL-COUNT >= 100
     DISPLAY "ERROR: routing table holds more than 100 rules."
     MOVE 8 TO RETURN-CODE
    ELSE
     ADD 1 TO WS-RL-COUNT
     MOVE FUNCTION UPPER-CASE(CR-CARRIER) TO WS-RL-CARRIER(WS-RL-COUNT)
     MOVE FUNCTION UPPER-CASE(CR-TIER) TO WS-RL-TIER(WS-RL-COUNT)
     IF WS-RL-TIER(WS-RL-COUNT) = SPACES
      MOVE "*" TO WS-RL-TIER(WS-RL-COUNT)
     END-IF
     MOVE FUNCTION UPPER-CASE(CR-REGION) TO WS-RL-REGION(WS-RL-COUNT)
     MOVE 0 TO WS-RL-LEN(WS-RL-COUNT)
     INSPECT CR-REGION TALLYING WS-RL-LEN(WS-RL-COUNT)
      FOR CHARACTERS BEFORE INITIAL SPACE
     EVALUATE TRUE
      WHEN CR-REGION = SPACES OR CR-REGION = "*"
       MOVE "A" TO WS-RL-KIND(WS-RL-COUNT)
      WHEN WS-RL-LEN(WS-RL-COUNT) = 2
           AND CR-REGION(1:2) IS ALPHABETIC
       MOVE "S" TO WS-RL-KIND(WS-RL-COUNT)
      WHEN WS-RL-LEN(WS-RL-COUNT) >= 1
           AND WS-RL-LEN(WS-RL-COUNT) <= 5
           AND CR-REGION(1:WS-RL-LEN(WS-RL-COUNT)) IS NUMERIC
       MOVE "P" TO WS-RL-KIND(WS-RL-COUNT)
      WHEN OTHER
       DISPLAY "ERROR: routing rule region '" CR-REGION
        "' is not a state code or postal prefix."
       MOVE 8 TO RETURN-CODE
     END-EVALUATE
    END-IF.

LOAD-SNAPSHOT.
    MOVE WS-CR-SNAP(WS-CUR-CARRIER) TO WS-SNAP-FILENAME
    MOVE "N" TO WS-SNAP-EOF
    OPEN INPUT SnapshotFile
    IF WS-SNAP-STATUS = "00"
     PERFORM UNTIL WS-SNAP-EOF = "Y"
        IF WS-OS-COUNT < 5000
         ADD 1 TO WS-OS-COUNT
         MOVE SNAPSHOT-RECORD(1:7) TO WS-OS-ID(WS-OS-COUNT)
         MOVE WS-CUR-CARRIER TO WS-OS-CARRIER(WS-OS-COUNT)
         MOVE SNAPSHOT-RECORD TO WS-OS-DATA(WS-OS-COUNT)
         MOVE "N" TO WS-OS-SEEN(WS-OS-COUNT)
        ELSE
     END-PERFORM
     CLOSE SnapshotFile
     DISPLAY "Snapshot records loaded: " WS-OS-COUNT
      " after carrier " WS-CR-CODE(WS-CUR-CARRIER)
    ELSE
     IF WS-CARRIER-MODE = "DELTA"
      DISPLAY "NOTE: no prior snapshot for carrier "
       WS-CR-CODE(WS-CUR-CARRIER) "; delta run sends everything."
     END-IF
    END-IF.

WRITE-SNAPSHOT.
    ELSE
     PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
      UNTIL WS-SNAP-IDX > WS-NS-COUNT
      IF WS-NS-CARRIER(WS-SNAP-IDX) = WS-CUR-CARRIER
       MOVE WS-NS-DATA(WS-SNAP-IDX) TO SNAPSHOT-RECORD
       WRITE SNAPSHOT-RECORD
      END-IF
     END-PERFORM
     CLOSE SnapshotFile
    END-IF.

LOAD-RESUB-QUEUE.
    OPEN INPUT ResubQueueFile
    IF WS-RESUBQ-STATUS = "00"
     MOVE "Y" TO WS-RESUBQ-LOADED
     PERFORM UNTIL WS-RESUBQ-EOF = "Y"
      READ ResubQueueFile
       AT END
        MOVE "Y" TO WS-RESUBQ-EOF
       NOT AT END
        IF RQ-ID IS NUMERIC
         IF WS-RQ-COUNT < 5000
          ADD 1 TO WS-RQ-COUNT
          MOVE RQ-ID TO WS-RQ-ID(WS-RQ-COUNT)
          MOVE RESUBQ-RECORD TO WS-RQ-DATA(WS-RQ-COUNT)
         ELSE
          DISPLAY "ERROR: resubmission queue holds more than 5000 "
           "records."
          MOVE 8 TO RETURN-CODE
          MOVE "LOAD-RESUB-QUEUE" TO WS-EL-PARAGRAPH
          MOVE "99" TO WS-EL-STATUS
          PERFORM LOG-ERROR
          MOVE "Y" TO WS-RESUBQ-EOF
          MOVE "N" TO WS-RESUBQ-LOADED
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE ResubQueueFile
     DISPLAY "Resubmission queue entries loaded: " WS-RQ-COUNT
    ELSE
     DISPLAY "NOTE: no resubmission queue; nothing to resend."
    END-IF.

CHECK-RESUB-QUEUE.
    MOVE 0 TO WS-RQ-SLOT
    PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
     UNTIL WS-RQ-IDX > WS-RQ-COUNT OR WS-RQ-SLOT > 0
     IF WS-RQ-ID(WS-RQ-IDX) = CARRIER-DETAIL(1:7)
      MOVE WS-RQ-IDX TO WS-RQ-SLOT
     END-IF
    END-PERFORM
    IF WS-RQ-SLOT > 0
     MOVE "Y" TO WS-SEND-DETAIL
     MOVE "R" TO CD-RESEND-FLAG
     IF CD-CHANGE-TYPE = SPACE
      MOVE "F" TO CD-CHANGE-TYPE
     END-IF
    END-IF.

MARK-RESUB-SENT.
    MOVE WS-RQ-DATA(WS-RQ-SLOT) TO WS-RQ-WORK
    ADD 1 TO QW-ATTEMPTS
    MOVE WS-RUN-DATE TO QW-LAST-SEND-DATE
    MOVE "S" TO QW-STATUS
    MOVE WS-CR-CODE(WS-CUR-CARRIER) TO QW-CARRIER
    MOVE WS-RQ-WORK TO WS-RQ-DATA(WS-RQ-SLOT)
    ADD 1 TO WS-RESEND-COUNT
    ADD 1 TO WS-CR-RESENT(WS-CUR-CARRIER).

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
      MOVE WS-RQ-DATA(WS-RQ-IDX) TO RESUBQ-RECORD
      WRITE RESUBQ-RECORD
     END-PERFORM
     CLOSE ResubQueueFile
    END-IF.

WRITE-CONTACT-DETAILS.
    MOVE DB-ID TO CT-ID
    MOVE LOW-VALUES TO CT-TYPE
         MOVE "Y" TO WS-CT-SCAN-DONE
        ELSE
         IF CT-ACTIVE
          PERFORM CHECK-CHANNEL-CONSENT
         END-IF
         IF CT-ACTIVE AND WS-CONSENT-OK = "N"
          PERFORM WRITE-CONTACT-OMISSION
         END-IF
         IF CT-ACTIVE AND WS-CONSENT-OK = "Y"
          MOVE SPACES TO CARRIER-RECORD
          STRING "CON ID=" CT-ID
                 " TYPE=" CT-TYPE
          WRITE CARRIER-RECORD
          IF WS-CARRIER-STATUS = "00"
           ADD 1 TO WS-CONTACT-WRITE-COUNT
           ADD 1 TO WS-CR-CONTACTS(WS-CUR-CARRIER)
          ELSE
           DISPLAY "ERROR: write failure on CarrierFile, status "
            WS-CARRIER-STATUS
           MOVE WS-CARRIER-STATUS TO WS-EL-STATUS
           PERFORM LOG-ERROR
           MOVE "Y" TO WS-CT-SCAN-DONE
           MOVE "Y" TO WS-WRITE-FAILED
          END-IF
         END-IF
        END-IF
     END-PERFORM
    END-IF.

CHECK-SHARING-CONSENT.
    MOVE "Y" TO WS-CONSENT-OK
    IF WS-CONSENT-AVAILABLE = "Y"
     MOVE DB-ID TO CN-ID
     MOVE "T" TO CN-CHANNEL
     READ ConsentFile
      KEY IS CN-KEY
     END-READ
     EVALUATE WS-CN-STATUS
      WHEN "00"
       IF CN-WITHDRAWN
        MOVE "N" TO WS-CONSENT-OK
       END-IF
      WHEN "23"
       CONTINUE
      WHEN OTHER
       PERFORM CONSENT-READ-ERROR
     END-EVALUATE
    END-IF.

CHECK-CHANNEL-CONSENT.
    MOVE "N" TO WS-CONSENT-OK
    IF WS-CONSENT-AVAILABLE = "Y"
     MOVE CT-ID TO CN-ID
     MOVE CT-TYPE TO CN-CHANNEL
     READ ConsentFile
      KEY IS CN-KEY
     END-READ
     EVALUATE WS-CN-STATUS
      WHEN "00"
       IF CN-GIVEN
        MOVE "Y" TO WS-CONSENT-OK
       END-IF
      WHEN "23"
       CONTINUE
      WHEN OTHER
       PERFORM CONSENT-READ-ERROR
     END-EVALUATE
    END-IF.

CONSENT-READ-ERROR.
    DISPLAY "ERROR: read failure on ConsentFile for ID " CN-ID
     ", status " WS-CN-STATUS
    MOVE 8 TO RETURN-CODE
    MOVE "CONSENT-READ-ERROR" TO WS-EL-PARAGRAPH
    MOVE WS-CN-STATUS TO WS-EL-STATUS
    PERFORM LOG-ERROR
    MOVE "N" TO WS-CONSENT-OK.

WRITE-SHARING-EXCEPTION.
    ADD 1 TO WS-SHARING-WITHHELD-COUNT
    MOVE SPACES TO CARRIER-EXC-RECORD
    STRING "ID=" WS-CLASS-ID
           " REASON=THIRD-PARTY SHARING WITHDRAWN ON " CN-DATE
     DELIMITED BY SIZE INTO CARRIER-EXC-RECORD
    WRITE CARRIER-EXC-RECORD.

WRITE-CONTACT-OMISSION.
    ADD 1 TO WS-CONTACT-OMIT-COUNT
    MOVE SPACES TO CARRIER-EXC-RECORD
    STRING "ID=" CT-ID
           " REASON=NO CONSENT FOR CHANNEL " CT-TYPE
           " SEQ=" CT-SEQ
     DELIMITED BY SIZE INTO CARRIER-EXC-RECORD
    WRITE CARRIER-EXC-RECORD.

WRITE-EXCEPTION.
    ADD 1 TO WS-UNMATCHED-COUNT
    MOVE SPACES TO CARRIER-EXC-RECORD
    END-IF
    WRITE CARRIER-EXC-RECORD.

LOAD-ADDRESS-FLAGS.
    OPEN INPUT AddrFlagFile
    IF WS-ADDRFLAG-STATUS = "00"
     PERFORM UNTIL WS-ADDRFLAG-EOF = "Y"
      READ AddrFlagFile
       AT END
        MOVE "Y" TO WS-ADDRFLAG-EOF
       NOT AT END
        IF ADDR-FLAG-RECORD(1:7) IS NUMERIC
         IF WS-AF-COUNT < 5000
          ADD 1 TO WS-AF-COUNT
          MOVE ADDR-FLAG-RECORD(1:7) TO WS-AF-ID(WS-AF-COUNT)
          MOVE ADDR-FLAG-RECORD(9:30) TO WS-AF-REASON(WS-AF-COUNT)
         ELSE
          DISPLAY "ERROR: address flag file holds more than 5000 "
           "records."
          MOVE 8 TO RETURN-CODE
          MOVE "Y" TO WS-ADDRFLAG-EOF
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE AddrFlagFile
     DISPLAY "Address flags loaded: " WS-AF-COUNT
    ELSE
     DISPLAY "NOTE: no address flag file; addresses not screened."
    END-IF.

FIND-ADDRESS-FLAG.
    MOVE 0 TO WS-AF-FOUND-IDX
    PERFORM VARYING WS-AF-IDX FROM 1 BY 1
     UNTIL WS-AF-IDX > WS-AF-COUNT OR WS-AF-FOUND-IDX > 0
     IF WS-AF-ID(WS-AF-IDX) = WS-CLASS-ID
      MOVE WS-AF-IDX TO WS-AF-FOUND-IDX
     END-IF
    END-PERFORM.

WRITE-ADDRESS-EXCEPTION.
    ADD 1 TO WS-ADDR-EXC-COUNT
    MOVE SPACES TO CARRIER-EXC-RECORD
    STRING "ID=" WS-CLASS-ID
           " REASON=ADDRESS FAILED VALIDATION, "
           WS-AF-REASON(WS-AF-FOUND-IDX)
     DELIMITED BY SIZE INTO CARRIER-EXC-RECORD
    WRITE CARRIER-EXC-RECORD
    IF WS-CARRIER-MODE = "DELTA"
     PERFORM HOLD-SNAPSHOT-ENTRY
    END-IF.

HOLD-SNAPSHOT-ENTRY.
    MOVE 0 TO WS-SNAP-SLOT
    PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
     UNTIL WS-SNAP-IDX > WS-OS-COUNT
     IF WS-OS-ID(WS-SNAP-IDX) = WS-CLASS-ID
      MOVE WS-SNAP-IDX TO WS-SNAP-SLOT
     END-IF
    END-PERFORM
    IF WS-SNAP-SLOT > 0
     MOVE "Y" TO WS-OS-SEEN(WS-SNAP-SLOT)
     IF WS-NS-COUNT >= 5000
      DISPLAY "ERROR: snapshot table full; delta tracking incomplete."
      MOVE 4 TO RETURN-CODE
     ELSE
      ADD 1 TO WS-NS-COUNT
      MOVE WS-OS-CARRIER(WS-SNAP-SLOT) TO WS-NS-CARRIER(WS-NS-COUNT)
      MOVE WS-OS-DATA(WS-SNAP-SLOT) TO WS-NS-DATA(WS-NS-COUNT)
     END-IF
    END-IF.

WRITE-CARRIER-HEADER.
    MOVE SPACES TO CARRIER-RECORD
    STRING "HDR RUNDATE=" WS-RUN-DATE " SOURCE=PERSONTIER"
           " CARRIER=" WS-CR-CODE(WS-CUR-CARRIER)
     DELIMITED BY SIZE INTO CARRIER-RECORD
    WRITE CARRIER-RECORD
    IF WS-CARRIER-STATUS NOT = "00"

WRITE-CARRIER-TRAILER.
    MOVE SPACES TO CARRIER-RECORD
    STRING "TRL RECORDCOUNT=" WS-CR-WRITTEN(WS-CUR-CARRIER)
     DELIMITED BY SIZE INTO CARRIER-RECORD
    WRITE CARRIER-RECORD
    IF WS-CARRIER-STATUS NOT = "00"
              TO WS-CARRIER-MODE
            WHEN "CARRIERSNAPFILE"
             MOVE FP-VALUE TO WS-SNAP-FILENAME
            WHEN "RESUBQFILE"
             MOVE FP-VALUE TO WS-RESUBQ-FILENAME
            WHEN "CONSENTFILE"
             MOVE FP-VALUE TO WS-CONSENT-FILENAME
            WHEN "CARRROUTEFILE"
             MOVE FP-VALUE TO WS-ROUTE-FILENAME
            WHEN "ADDRFLAGFILE"
             MOVE FP-VALUE TO WS-ADDRFLAG-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
