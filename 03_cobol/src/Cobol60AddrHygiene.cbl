IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol60AddrHygiene.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT PostalRefFile ASSIGN TO DYNAMIC WS-POSTREF-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-POSTREF-STATUS.
    SELECT AddrTransFile ASSIGN TO DYNAMIC WS-ADDRTRANS-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ADDRTRANS-STATUS.
    SELECT ControlFile ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-CONTROL-STATUS.
    SELECT AddrFlagFile ASSIGN TO DYNAMIC WS-ADDRFLAG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ADDRFLAG-STATUS.
    SELECT AddrRptFile ASSIGN TO DYNAMIC WS-ADDRRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ADDRRPT-STATUS.
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

FD PostalRefFile.
01 POSTAL-REF-RECORD.
    05 PF-POSTAL       PIC X(05).
    05 FILLER          PIC X(01).
    05 PF-STATE        PIC X(02).
    05 FILLER          PIC X(01).
    05 PF-CITY         PIC X(20).

FD AddrTransFile.
01 RAW-TRANS-RECORD.
    05 TR-CODE          PIC X(01).
    05 TR-UPDATE-FIELD  PIC X(01).
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==TR-==.

FD ControlFile.
01 CONTROL-RECORD PIC X(100).

FD AddrFlagFile.
01 ADDR-FLAG-RECORD.
    05 AF-ID           PIC 9(07).
    05 FILLER          PIC X(01).
    05 AF-REASON       PIC X(30).
    05 FILLER          PIC X(01).
    05 AF-RUN-DATE     PIC 9(08).

FD AddrRptFile.
01 ADDR-RPT-RECORD PIC X(132).

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
01 WS-POSTREF-EOF        PIC X VALUE "N".
01 WS-PERSON-FILENAME    PIC X(40) VALUE "persondb.dat".
01 WS-POSTREF-FILENAME   PIC X(40) VALUE "postref.ctl".
01 WS-ADDRTRANS-FILENAME PIC X(40) VALUE "addrtrans.txt".
01 WS-CONTROL-FILENAME   PIC X(40) VALUE "addrcontrol.txt".
01 WS-ADDRFLAG-FILENAME  PIC X(40) VALUE "addrflag.txt".
01 WS-ADDRRPT-FILENAME   PIC X(40) VALUE "addrrpt.txt".
01 WS-DB-STATUS          PIC X(02).
01 WS-POSTREF-STATUS     PIC X(02).
01 WS-ADDRTRANS-STATUS   PIC X(02).
01 WS-CONTROL-STATUS     PIC X(02).
01 WS-ADDRFLAG-STATUS    PIC X(02).
01 WS-ADDRRPT-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS     PIC X(02).
01 WS-OPSSTAT-STATUS     PIC X(02).
01 WS-ERRLOG-STATUS      PIC X(02).
01 WS-RUN-DATE           PIC 9(8).
01 WS-READ-COUNT         PIC 9(7) VALUE 0.
01 WS-ACTIVE-COUNT       PIC 9(7) VALUE 0.
01 WS-VALID-COUNT        PIC 9(7) VALUE 0.
01 WS-CORRECT-COUNT      PIC 9(7) VALUE 0.
01 WS-FLAG-COUNT         PIC 9(7) VALUE 0.
01 WS-ADDR-RESULT        PIC X VALUE "Y".
01 WS-FLAG-REASON        PIC X(30).
01 WS-STD-LINE1          PIC X(30).
01 WS-STD-LINE2          PIC X(30).
01 WS-PARSE-POSTAL       PIC X(10).
01 WS-PARSE-STATE        PIC X(02).
01 WS-PARSE-CITY         PIC X(40).
01 WS-CITY-LAST          PIC 9(2) VALUE 0.
01 WS-PR-IDX             PIC 9(4) VALUE 0.
01 WS-PR-FOUND-IDX       PIC 9(4) VALUE 0.
01 WS-POSTAL-TABLE.
    05 WS-PR-COUNT       PIC 9(4) VALUE 0.
    05 WS-PR-ENTRY OCCURS 3000 TIMES.
        10 WS-PR-POSTAL      PIC X(05).
        10 WS-PR-STATE       PIC X(02).
        10 WS-PR-CITY        PIC X(20).
01 WS-SPLIT-TEXT         PIC X(30).
01 WS-C                  PIC 9(3) VALUE 0.
01 WS-WD-IDX             PIC 9(2) VALUE 0.
01 WS-WD-LEN             PIC 9(2) VALUE 0.
01 WS-WORD-COUNT         PIC 9(2) VALUE 0.
01 WS-WORD-TABLE.
    05 WS-WORD OCCURS 15 TIMES PIC X(30).
01 WS-JOIN-FROM          PIC 9(2) VALUE 0.
01 WS-JOIN-TO            PIC 9(2) VALUE 0.
01 WS-JOIN-PTR           PIC 9(3) VALUE 0.
01 WS-JOIN-TEXT          PIC X(40).
01 WS-SX-IDX             PIC 9(2) VALUE 0.
01 WS-SUFFIX-VALUES.
    05 FILLER            PIC X(14) VALUE "STREET    ST".
    05 FILLER            PIC X(14) VALUE "AVENUE    AVE".
    05 FILLER            PIC X(14) VALUE "ROAD      RD".
    05 FILLER            PIC X(14) VALUE "DRIVE     DR".
    05 FILLER            PIC X(14) VALUE "BOULEVARD BLVD".
    05 FILLER            PIC X(14) VALUE "LANE      LN".
    05 FILLER            PIC X(14) VALUE "COURT     CT".
    05 FILLER            PIC X(14) VALUE "PLACE     PL".
    05 FILLER            PIC X(14) VALUE "PARKWAY   PKWY".
    05 FILLER            PIC X(14) VALUE "HIGHWAY   HWY".
    05 FILLER            PIC X(14) VALUE "TERRACE   TER".
    05 FILLER            PIC X(14) VALUE "CIRCLE    CIR".
    05 FILLER            PIC X(14) VALUE "NORTH     N".
    05 FILLER            PIC X(14) VALUE "SOUTH     S".
    05 FILLER            PIC X(14) VALUE "EAST      E".
    05 FILLER            PIC X(14) VALUE "WEST      W".
    05 FILLER            PIC X(14) VALUE "APARTMENT APT".
    05 FILLER            PIC X(14) VALUE "SUITE     STE".
01 FILLER REDEFINES WS-SUFFIX-VALUES.
    05 WS-SUFFIX-ENTRY OCCURS 18 TIMES.
        10 WS-SX-LONG        PIC X(10).
        10 WS-SX-SHORT       PIC X(04).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol60AddrHygiene".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 7.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "POSTREFFILE    NN".
        10 FILLER PIC X(17) VALUE "ADDRTRANSFILE  NN".
        10 FILLER PIC X(17) VALUE "ADDRFLAGFILE   NN".
        10 FILLER PIC X(17) VALUE "ADDRRPTFILE    NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ADDRCONTROLFILENN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 7 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting address standardization..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM LOAD-POSTAL-REFERENCE
    IF RETURN-CODE NOT = 0
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

    OPEN OUTPUT AddrTransFile
    OPEN OUTPUT ControlFile
    OPEN OUTPUT AddrFlagFile
    OPEN OUTPUT AddrRptFile
    IF WS-ADDRTRANS-STATUS NOT = "00"
       OR WS-CONTROL-STATUS NOT = "00"
       OR WS-ADDRFLAG-STATUS NOT = "00"
       OR WS-ADDRRPT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open address hygiene output files."
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-ADDRTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM WRITE-CONTROL-HEADER
    PERFORM WRITE-ADDR-HEADINGS

    PERFORM UNTIL WS-EndOfFile = "Y"
     READ PersonFile NEXT RECORD
         AT END
          MOVE "Y" TO WS-EndOfFile
         NOT AT END
          ADD 1 TO WS-READ-COUNT
          IF DB-ACTIVE
           ADD 1 TO WS-ACTIVE-COUNT
           PERFORM CHECK-PERSON-ADDRESS
          END-IF
     END-READ
    END-PERFORM

    PERFORM WRITE-ADDR-TOTALS
    PERFORM WRITE-CONTROL-TRAILER

    CLOSE PersonFile
    CLOSE AddrTransFile
    CLOSE ControlFile
    CLOSE AddrFlagFile
    CLOSE AddrRptFile

    DISPLAY "Person records read: " WS-READ-COUNT
    DISPLAY "Active addresses checked: " WS-ACTIVE-COUNT
    DISPLAY "Addresses already standard: " WS-VALID-COUNT
    DISPLAY "Correction transactions written: " WS-CORRECT-COUNT
    DISPLAY "Addresses flagged: " WS-FLAG-COUNT
    IF WS-FLAG-COUNT > 0 AND RETURN-CODE = 0
     MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM WRITE-OPS-STAT
    DISPLAY "Address standardization completed."
    GOBACK.

LOAD-POSTAL-REFERENCE.
    OPEN INPUT PostalRefFile
    IF WS-POSTREF-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PostalRefFile, status "
      WS-POSTREF-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-POSTAL-REF" TO WS-EL-PARAGRAPH
     MOVE WS-POSTREF-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-POSTREF-EOF = "Y"
      READ PostalRefFile
          AT END
           MOVE "Y" TO WS-POSTREF-EOF
          NOT AT END
           IF PF-POSTAL IS NUMERIC
            IF WS-PR-COUNT < 3000
             ADD 1 TO WS-PR-COUNT
             MOVE PF-POSTAL TO WS-PR-POSTAL(WS-PR-COUNT)
             MOVE FUNCTION UPPER-CASE(PF-STATE)
              TO WS-PR-STATE(WS-PR-COUNT)
             MOVE FUNCTION UPPER-CASE(PF-CITY)
              TO WS-PR-CITY(WS-PR-COUNT)
            ELSE
             DISPLAY "ERROR: postal reference holds more than 3000 "
              "entries."
             MOVE 8 TO RETURN-CODE
             MOVE "Y" TO WS-POSTREF-EOF
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE PostalRefFile
     DISPLAY "Postal reference entries loaded: " WS-PR-COUNT
     IF WS-PR-COUNT = 0 AND RETURN-CODE = 0
      DISPLAY "ERROR: postal reference file is empty."
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

CHECK-PERSON-ADDRESS.
    MOVE "Y" TO WS-ADDR-RESULT
    MOVE SPACES TO WS-FLAG-REASON
    MOVE SPACES TO WS-STD-LINE1
    MOVE SPACES TO WS-STD-LINE2
    IF DB-ADDR-LINE1 = SPACES AND DB-ADDR-LINE2 = SPACES
     MOVE "N" TO WS-ADDR-RESULT
     MOVE "NO ADDRESS ON FILE" TO WS-FLAG-REASON
    ELSE
     IF DB-ADDR-LINE1 = SPACES
      MOVE "N" TO WS-ADDR-RESULT
      MOVE "STREET LINE MISSING" TO WS-FLAG-REASON
     ELSE
      PERFORM STANDARDIZE-STREET-LINE
      PERFORM PARSE-CITY-LINE
     END-IF
    END-IF
    IF WS-ADDR-RESULT = "Y"
     PERFORM VALIDATE-POSTAL-DATA
    END-IF
    IF WS-ADDR-RESULT = "Y"
     IF WS-STD-LINE1 = DB-ADDR-LINE1 AND WS-STD-LINE2 = DB-ADDR-LINE2
      ADD 1 TO WS-VALID-COUNT
     ELSE
      PERFORM WRITE-CORRECTION
     END-IF
    ELSE
     PERFORM WRITE-ADDR-FLAG
    END-IF.

STANDARDIZE-STREET-LINE.
    MOVE FUNCTION UPPER-CASE(DB-ADDR-LINE1) TO WS-SPLIT-TEXT
    PERFORM SPLIT-ADDR-WORDS
    PERFORM VARYING WS-WD-IDX FROM 1 BY 1
     UNTIL WS-WD-IDX > WS-WORD-COUNT
     PERFORM VARYING WS-SX-IDX FROM 1 BY 1 UNTIL WS-SX-IDX > 18
      IF WS-WORD(WS-WD-IDX) = WS-SX-LONG(WS-SX-IDX)
       MOVE WS-SX-SHORT(WS-SX-IDX) TO WS-WORD(WS-WD-IDX)
       MOVE 18 TO WS-SX-IDX
      END-IF
     END-PERFORM
    END-PERFORM
    MOVE 1 TO WS-JOIN-FROM
    MOVE WS-WORD-COUNT TO WS-JOIN-TO
    PERFORM JOIN-ADDR-WORDS
    MOVE WS-JOIN-TEXT TO WS-STD-LINE1.

PARSE-CITY-LINE.
    MOVE SPACES TO WS-PARSE-POSTAL
    MOVE SPACES TO WS-PARSE-STATE
    MOVE SPACES TO WS-PARSE-CITY
    MOVE FUNCTION UPPER-CASE(DB-ADDR-LINE2) TO WS-SPLIT-TEXT
    PERFORM SPLIT-ADDR-WORDS
    MOVE WS-WORD-COUNT TO WS-CITY-LAST
    IF WS-CITY-LAST > 0
     IF WS-WORD(WS-CITY-LAST)(1:5) IS NUMERIC
        AND (WS-WORD(WS-CITY-LAST)(6:25) = SPACES
             OR (WS-WORD(WS-CITY-LAST)(6:1) = "-"
                 AND WS-WORD(WS-CITY-LAST)(7:4) IS NUMERIC
                 AND WS-WORD(WS-CITY-LAST)(11:20) = SPACES))
      MOVE WS-WORD(WS-CITY-LAST)(1:10) TO WS-PARSE-POSTAL
      SUBTRACT 1 FROM WS-CITY-LAST
     END-IF
    END-IF
    IF WS-CITY-LAST > 1
     IF WS-WORD(WS-CITY-LAST)(1:2) IS ALPHABETIC
        AND WS-WORD(WS-CITY-LAST)(1:2) NOT = SPACES
        AND WS-WORD(WS-CITY-LAST)(2:1) NOT = SPACE
        AND WS-WORD(WS-CITY-LAST)(3:28) = SPACES
      MOVE WS-WORD(WS-CITY-LAST)(1:2) TO WS-PARSE-STATE
      SUBTRACT 1 FROM WS-CITY-LAST
     END-IF
    END-IF
    IF WS-CITY-LAST > 0
     MOVE 1 TO WS-JOIN-FROM
     MOVE WS-CITY-LAST TO WS-JOIN-TO
     PERFORM JOIN-ADDR-WORDS
     MOVE WS-JOIN-TEXT TO WS-PARSE-CITY
    END-IF
    IF WS-PARSE-POSTAL = SPACES
     MOVE "N" TO WS-ADDR-RESULT
     MOVE "POSTAL CODE MISSING OR INVALID" TO WS-FLAG-REASON
    END-IF.

VALIDATE-POSTAL-DATA.
    MOVE 0 TO WS-PR-FOUND-IDX
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
     UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND-IDX > 0
     IF WS-PR-POSTAL(WS-PR-IDX) = WS-PARSE-POSTAL(1:5)
      MOVE WS-PR-IDX TO WS-PR-FOUND-IDX
     END-IF
    END-PERFORM
    IF WS-PR-FOUND-IDX = 0
     MOVE "N" TO WS-ADDR-RESULT
     MOVE "POSTAL CODE NOT ON REFERENCE" TO WS-FLAG-REASON
    ELSE
     IF WS-PARSE-STATE NOT = SPACES
        AND WS-PARSE-STATE NOT = WS-PR-STATE(WS-PR-FOUND-IDX)
      MOVE "N" TO WS-ADDR-RESULT
      MOVE "STATE DOES NOT MATCH POSTAL" TO WS-FLAG-REASON
     ELSE
      IF WS-PARSE-CITY NOT = SPACES
         AND WS-PARSE-CITY NOT = WS-PR-CITY(WS-PR-FOUND-IDX)
       MOVE "N" TO WS-ADDR-RESULT
       MOVE "CITY DOES NOT MATCH POSTAL" TO WS-FLAG-REASON
      END-IF
     END-IF
    END-IF
    IF WS-ADDR-RESULT = "Y"
     MOVE SPACES TO WS-JOIN-TEXT
     STRING FUNCTION TRIM(WS-PR-CITY(WS-PR-FOUND-IDX)) " "
            WS-PR-STATE(WS-PR-FOUND-IDX) " "
            FUNCTION TRIM(WS-PARSE-POSTAL)
      DELIMITED BY SIZE INTO WS-JOIN-TEXT
     END-STRING
     IF WS-JOIN-TEXT(31:10) NOT = SPACES
      MOVE SPACES TO WS-JOIN-TEXT
      STRING FUNCTION TRIM(WS-PR-CITY(WS-PR-FOUND-IDX)) " "
             WS-PR-STATE(WS-PR-FOUND-IDX) " "
             WS-PARSE-POSTAL(1:5)
       DELIMITED BY SIZE INTO WS-JOIN-TEXT
      END-STRING
     END-IF
     MOVE WS-JOIN-TEXT TO WS-STD-LINE2
    END-IF.

SPLIT-ADDR-WORDS.
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
    END-PERFORM.

JOIN-ADDR-WORDS.
    MOVE SPACES TO WS-JOIN-TEXT
    MOVE 1 TO WS-JOIN-PTR
    PERFORM VARYING WS-WD-IDX FROM WS-JOIN-FROM BY 1
     UNTIL WS-WD-IDX > WS-JOIN-TO
     IF WS-WD-IDX > WS-JOIN-FROM
      ADD 1 TO WS-JOIN-PTR
     END-IF
     STRING WS-WORD(WS-WD-IDX) DELIMITED BY SPACE
      INTO WS-JOIN-TEXT WITH POINTER WS-JOIN-PTR
     END-STRING
    END-PERFORM.

WRITE-CORRECTION.
    MOVE SPACES TO RAW-TRANS-RECORD
    MOVE "C" TO TR-CODE
    MOVE "S" TO TR-UPDATE-FIELD
    MOVE DB-ID TO TR-ID
    MOVE DB-NAME TO TR-NAME
    MOVE DB-AGE TO TR-AGE
    MOVE DB-STATUS TO TR-STATUS
    MOVE DB-DEL-DATE TO TR-DEL-DATE
    MOVE WS-STD-LINE1 TO TR-ADDR-LINE1
    MOVE WS-STD-LINE2 TO TR-ADDR-LINE2
    MOVE DB-EFF-DATE TO TR-EFF-DATE
    MOVE DB-BIRTHDATE TO TR-BIRTHDATE
    MOVE DB-MERGE-ID TO TR-MERGE-ID
    WRITE RAW-TRANS-RECORD
    IF WS-ADDRTRANS-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AddrTransFile, status "
      WS-ADDRTRANS-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-CORRECTION" TO WS-EL-PARAGRAPH
     MOVE WS-ADDRTRANS-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-CORRECT-COUNT
     MOVE SPACES TO ADDR-RPT-RECORD
     STRING DB-ID " CORRECTED  FROM " DB-ADDR-LINE1 " "
            DB-ADDR-LINE2
      DELIMITED BY SIZE INTO ADDR-RPT-RECORD
     WRITE ADDR-RPT-RECORD
     MOVE SPACES TO ADDR-RPT-RECORD
     STRING "                      TO " WS-STD-LINE1 " "
            WS-STD-LINE2
      DELIMITED BY SIZE INTO ADDR-RPT-RECORD
     WRITE ADDR-RPT-RECORD
    END-IF.

WRITE-CONTROL-HEADER.
    MOVE SPACES TO CONTROL-RECORD
    STRING "HDR RUNDATE=" WS-RUN-DATE " SOURCE=ADDRHYGIENE"
     DELIMITED BY SIZE INTO CONTROL-RECORD
    WRITE CONTROL-RECORD
    IF WS-CONTROL-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on ControlFile, status "
      WS-CONTROL-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-CONTROL-TRAILER.
    MOVE SPACES TO CONTROL-RECORD
    STRING "FIL NAME=" FUNCTION TRIM(WS-PERSON-FILENAME)
           " READ=" WS-READ-COUNT
           " WRITTEN=" WS-CORRECT-COUNT
           " REJECTED=" WS-FLAG-COUNT
     DELIMITED BY SIZE INTO CONTROL-RECORD
    WRITE CONTROL-RECORD
    MOVE SPACES TO CONTROL-RECORD
    STRING "TRL RECORDCOUNT=" WS-CORRECT-COUNT
     DELIMITED BY SIZE INTO CONTROL-RECORD
    WRITE CONTROL-RECORD
    IF WS-CONTROL-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on ControlFile, status "
      WS-CONTROL-STATUS
     MOVE 8 TO RETURN-CODE
    END-IF.

WRITE-ADDR-FLAG.
    MOVE SPACES TO ADDR-FLAG-RECORD
    MOVE DB-ID TO AF-ID
    MOVE WS-FLAG-REASON TO AF-REASON
    MOVE WS-RUN-DATE TO AF-RUN-DATE
    WRITE ADDR-FLAG-RECORD
    IF WS-ADDRFLAG-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on AddrFlagFile, status "
      WS-ADDRFLAG-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-ADDR-FLAG" TO WS-EL-PARAGRAPH
     MOVE WS-ADDRFLAG-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-FLAG-COUNT
     MOVE SPACES TO ADDR-RPT-RECORD
     STRING DB-ID " FLAGGED    " WS-FLAG-REASON " "
            DB-ADDR-LINE1 " " DB-ADDR-LINE2
      DELIMITED BY SIZE INTO ADDR-RPT-RECORD
     WRITE ADDR-RPT-RECORD
    END-IF.

WRITE-ADDR-HEADINGS.
    MOVE SPACES TO ADDR-RPT-RECORD
    STRING "ADDRESS STANDARDIZATION REPORT  RUN DATE " WS-RUN-DATE
     DELIMITED BY SIZE INTO ADDR-RPT-RECORD
    WRITE ADDR-RPT-RECORD
    MOVE SPACES TO ADDR-RPT-RECORD
    WRITE ADDR-RPT-RECORD
    MOVE SPACES TO ADDR-RPT-RECORD
    STRING "ID      ACTION     DETAIL"
     DELIMITED BY SIZE INTO ADDR-RPT-RECORD
    WRITE ADDR-RPT-RECORD.

WRITE-ADDR-TOTALS.
    MOVE SPACES TO ADDR-RPT-RECORD
    WRITE ADDR-RPT-RECORD
    MOVE SPACES TO ADDR-RPT-RECORD
    STRING "ACTIVE CHECKED " WS-ACTIVE-COUNT
           " ALREADY STANDARD " WS-VALID-COUNT
           " CORRECTED " WS-CORRECT-COUNT
           " FLAGGED " WS-FLAG-COUNT
     DELIMITED BY SIZE INTO ADDR-RPT-RECORD
    WRITE ADDR-RPT-RECORD.

LOG-ERROR.
    MOVE "Cobol60AddrHygiene" TO EL-PROGRAM
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
    MOVE "Cobol60AddrHygiene" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-ACTIVE-COUNT TO OS-COUNT1
    MOVE WS-CORRECT-COUNT TO OS-COUNT2
    MOVE WS-FLAG-COUNT TO OS-COUNT3
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
            WHEN "POSTREFFILE"
             MOVE FP-VALUE TO WS-POSTREF-FILENAME
            WHEN "ADDRTRANSFILE"
             MOVE FP-VALUE TO WS-ADDRTRANS-FILENAME
            WHEN "ADDRCONTROLFILE"
             MOVE FP-VALUE TO WS-CONTROL-FILENAME
            WHEN "ADDRFLAGFILE"
             MOVE FP-VALUE TO WS-ADDRFLAG-FILENAME
            WHEN "ADDRRPTFILE"
             MOVE FP-VALUE TO WS-ADDRRPT-FILENAME
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
