    SELECT CarrierExcFile ASSIGN TO DYNAMIC WS-CARRIEREXC-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CARRIEREXC-STATUS.
    SELECT RouteFile ASSIGN TO DYNAMIC WS-ROUTE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ROUTE-STATUS.
    SELECT DossierFile ASSIGN TO DYNAMIC WS-DOSSIER-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DOSSIER-STATUS.
    SELECT OpsStatFile ASSIGN TO "opsstats.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-OPSSTAT-STATUS.
    SELECT AccessLogFile ASSIGN TO "access.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ACCESSLOG-STATUS.
    SELECT ErrorLogFile ASSIGN TO "errors.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ERRLOG-STATUS.
FD CarrierExcFile.
01 CARRIER-EXC-RECORD PIC X(100).

FD RouteFile.
01 ROUTE-RECORD.
    COPY CARRROUTE.

FD DossierFile.
01 DOSSIER-RECORD PIC X(132).

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
01 WS-DOSSIER-REQBY    PIC X(12) VALUE SPACES.
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-PERSON-FILENAME  PIC X(40) VALUE "persondb.dat".
01 WS-CONTACT-FILENAME PIC X(40) VALUE "contactdb.dat".
01 WS-CLASS-STATUS     PIC X(02).
01 WS-CARRIER-STATUS   PIC X(02).
01 WS-CARRIEREXC-STATUS PIC X(02).
01 WS-ROUTE-FILENAME   PIC X(40) VALUE "carroute.ctl".
01 WS-ROUTE-STATUS     PIC X(02).
01 WS-DOSSIER-STATUS   PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-CLASS-TIER       PIC X(10).
01 WS-CARRIER-FOUND    PIC X VALUE "N".
01 WS-CARREXC-FOUND    PIC X VALUE "N".
01 WS-CARRIER-HITS    PIC 9(2) VALUE 0.
01 WS-CR-IDX           PIC 9(2) VALUE 0.
01 WS-CR-SLOT          PIC 9(2) VALUE 0.
01 WS-CARRIER-TABLE.
    05 WS-CR-COUNT     PIC 9(2) VALUE 0.
    05 WS-CR-ENTRY OCCURS 20 TIMES.
        10 WS-CR-CODE      PIC X(08).
        10 WS-CR-EXTRACT   PIC X(40).
01 WS-CARREXC-TEXT     PIC X(100) VALUE SPACES.
01 WS-SECTION-COUNT    PIC 9(2) VALUE 0.
01 WS-CT-SCAN-DONE     PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 12.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "DOSSIERID      NN".
        10 FILLER PIC X(17) VALUE "DOSSIERFILE    NN".
        10 FILLER PIC X(17) VALUE "CARRIERFILE    NN".
        10 FILLER PIC X(17) VALUE "CARRIEREXCFILE NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "DOSSIERREQBY   NN".
        10 FILLER PIC X(17) VALUE "CARRROUTEFILE  NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 12 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
    MOVE "END OF DOSSIER" TO DOSSIER-RECORD
    PERFORM WRITE-DOSSIER-LINE
    CLOSE DossierFile
    MOVE WS-SUBJECT-ID TO WS-ACCESS-ID
    MOVE "DOSSIER" TO WS-ACCESS-TYPE
    IF WS-DOSSIER-REQBY = SPACES
     MOVE "B" TO WS-ACCESS-REQ-TYPE
     MOVE "BATCH" TO WS-ACCESS-REQUESTOR
    ELSE
     MOVE "O" TO WS-ACCESS-REQ-TYPE
     MOVE WS-DOSSIER-REQBY TO WS-ACCESS-REQUESTOR
    END-IF
    PERFORM WRITE-ACCESS-LOG

    DISPLAY "Dossier sections produced: " WS-SECTION-COUNT
    PERFORM WRITE-OPS-STAT
                " BATCH=" AU-BATCH-ID
                " AFT-NAME=" AU-A-NAME
                " AFT-AGE=" AU-A-AGE
                " OPER=" AU-OPERATOR
          DELIMITED BY SIZE INTO DOSSIER-RECORD
         PERFORM WRITE-DOSSIER-LINE
        END-IF
    ADD 1 TO WS-SECTION-COUNT
    MOVE "-- CARRIER EXTRACT --" TO DOSSIER-RECORD
    PERFORM WRITE-DOSSIER-LINE
    PERFORM LOAD-CARRIER-LIST
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
     UNTIL WS-CR-IDX > WS-CR-COUNT
     PERFORM SCAN-CARRIER-EXTRACT
    END-PERFORM
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT CarrierExcFile
    IF WS-CARRIEREXC-STATUS = "00"
     END-PERFORM
     CLOSE CarrierExcFile
    END-IF
    IF WS-CARREXC-FOUND = "Y"
     STRING "ON CARRIER EXCEPTION FILE: " WS-CARREXC-TEXT
      DELIMITED BY SIZE INTO DOSSIER-RECORD
     PERFORM WRITE-DOSSIER-LINE
    END-IF
    IF WS-CARRIER-HITS = 0 AND WS-CARREXC-FOUND = "N"
     MOVE "NO DATA: not on the current carrier extract."
      TO DOSSIER-RECORD
     PERFORM WRITE-DOSSIER-LINE
    END-IF.

LOAD-CARRIER-LIST.
    MOVE 0 TO WS-CR-COUNT
    MOVE "N" TO WS-EOF-FLAG
    OPEN INPUT RouteFile
    IF WS-ROUTE-STATUS = "00"
     PERFORM UNTIL WS-EOF-FLAG = "Y"
      READ RouteFile
       AT END
        MOVE "Y" TO WS-EOF-FLAG
       NOT AT END
        IF CR-CARRIER-DEF AND CR-CARRIER NOT = SPACES
         AND CR-EXTRACT-FILE NOT = SPACES
         PERFORM ADD-CARRIER-ENTRY
        END-IF
      END-READ
     END-PERFORM
     CLOSE RouteFile
    END-IF
    IF WS-CR-COUNT = 0
     MOVE 1 TO WS-CR-COUNT
     MOVE "DEFAULT" TO WS-CR-CODE(1)
     MOVE WS-CARRIER-FILENAME TO WS-CR-EXTRACT(1)
    END-IF.

ADD-CARRIER-ENTRY.
    MOVE 0 TO WS-CR-SLOT
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
     UNTIL WS-CR-IDX > WS-CR-COUNT
     IF WS-CR-CODE(WS-CR-IDX) = FUNCTION UPPER-CASE(CR-CARRIER)
      MOVE WS-CR-IDX TO WS-CR-SLOT
     END-IF
    END-PERFORM
    IF WS-CR-SLOT = 0 AND WS-CR-COUNT < 20
     ADD 1 TO WS-CR-COUNT
     MOVE FUNCTION UPPER-CASE(CR-CARRIER) TO WS-CR-CODE(WS-CR-COUNT)
     MOVE CR-EXTRACT-FILE TO WS-CR-EXTRACT(WS-CR-COUNT)
    END-IF.

SCAN-CARRIER-EXTRACT.
    MOVE WS-CR-EXTRACT(WS-CR-IDX) TO WS-CARRIER-FILENAME
    MOVE "N" TO WS-EOF-FLAG
    MOVE "N" TO WS-CARRIER-FOUND
    OPEN INPUT CarrierFile
    IF WS-CARRIER-STATUS = "00"
     PERFORM UNTIL WS-EOF-FLAG = "Y"
      READ CarrierFile
       AT END
        MOVE "Y" TO WS-EOF-FLAG
       NOT AT END
        IF CARRIER-RECORD(1:7) = WS-SUBJECT-ID-X
         MOVE "Y" TO WS-CARRIER-FOUND
        END-IF
      END-READ
     END-PERFORM
     CLOSE CarrierFile
    END-IF
    IF WS-CARRIER-FOUND = "Y"
     ADD 1 TO WS-CARRIER-HITS
     MOVE SPACES TO DOSSIER-RECORD
     STRING "ON CURRENT CARRIER EXTRACT: CARRIER "
            WS-CR-CODE(WS-CR-IDX)
      DELIMITED BY SIZE INTO DOSSIER-RECORD
     PERFORM WRITE-DOSSIER-LINE
    END-IF.

REPORT-ARCHIVE-CATALOG.
    ADD 1 TO WS-SECTION-COUNT
    MOVE "-- ARCHIVE CATALOG --" TO DOSSIER-RECORD
     CLOSE ArchCatFile
    END-IF.

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
    MOVE "Cobol46Dossier" TO EL-PROGRAM
    MOVE WS-EL-PARAGRAPH TO EL-PARAGRAPH
             IF FP-VALUE(1:7) IS NUMERIC
              MOVE FP-VALUE(1:7) TO WS-SUBJECT-ID
             END-IF
            WHEN "DOSSIERREQBY"
             MOVE FUNCTION UPPER-CASE(FP-VALUE(1:12))
              TO WS-DOSSIER-REQBY
            WHEN "DOSSIERFILE"
             MOVE FP-VALUE TO WS-DOSSIER-FILENAME
            WHEN "PERSONFILE"
             MOVE FP-VALUE TO WS-CARRIER-FILENAME
            WHEN "CARRIEREXCFILE"
             MOVE FP-VALUE TO WS-CARRIEREXC-FILENAME
            WHEN "CARRROUTEFILE"
             MOVE FP-VALUE TO WS-ROUTE-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
