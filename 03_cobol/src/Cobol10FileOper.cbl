    SELECT FilterParmFile ASSIGN TO "filterparm.ctl"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-FILTERPARM-STATUS.
    SELECT LayoutFile ASSIGN TO DYNAMIC WS-LAYOUT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-LAYOUT-STATUS.
    SELECT RejectFile ASSIGN TO DYNAMIC WS-REJECT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-REJECT-STATUS.
01 OutputRecord PIC X(130).

FD RejectFile.
01 RejectRecord PIC X(180).

FD ControlFile.
01 ControlRecord PIC X(100).
        10 PARM-VALUE1    PIC X(20).
        10 PARM-VALUE2    PIC X(20).

FD LayoutFile.
01 LAYOUT-RECORD.
    05 LY-FIELD-NAME  PIC X(15).
    05 FILLER         PIC X.
    05 LY-SRC-START   PIC 9(3).
    05 FILLER         PIC X.
    05 LY-SRC-LENGTH  PIC 9(3).
    05 FILLER         PIC X.
    05 LY-TGT-START   PIC 9(3).
    05 FILLER         PIC X.
    05 LY-TGT-LENGTH  PIC 9(3).
    05 FILLER         PIC X.
    05 LY-RULE        PIC X(2).
    05 FILLER         PIC X.
    05 LY-PARM        PIC X(40).

FD ManifestFile.
01 MANIFEST-RECORD PIC X(40).

        10 WS-FE-OPER     PIC X(2) VALUE SPACES.
        10 WS-FE-VALUE1   PIC X(20) VALUE SPACES.
        10 WS-FE-VALUE2   PIC X(20) VALUE SPACES.
01 WS-REFORMAT-MODE   PIC X VALUE "N".
01 WS-LAYOUT-FILENAME PIC X(40) VALUE "layout.ctl".
01 WS-LAYOUT-STATUS   PIC X(2).
01 WS-LAYOUT-EOF      PIC X VALUE "N".
01 WS-LAYOUT-VALID    PIC X VALUE "Y".
01 WS-LAYOUT-IDX      PIC 9(3) VALUE 0.
01 WS-LAYOUT-TABLE.
    05 WS-LAYOUT-COUNT PIC 9(3) VALUE 0.
    05 WS-LY-ENTRY OCCURS 50 TIMES.
        10 WS-LY-NAME      PIC X(15).
        10 WS-LY-SRC-START PIC 9(3).
        10 WS-LY-SRC-LEN   PIC 9(3).
        10 WS-LY-TGT-START PIC 9(3).
        10 WS-LY-TGT-LEN   PIC 9(3).
        10 WS-LY-RULE      PIC X(2).
        10 WS-LY-PARM      PIC X(40).
01 WS-REFORMAT-RECORD PIC X(130).
01 WS-REFORMAT-FIELD  PIC X(15).
01 WS-REFORMAT-REASON PIC X(20).
01 WS-CONV-IN         PIC X(130).
01 WS-CONV-OUT        PIC X(130).
01 WS-CONV-SRC-LEN    PIC 9(3) VALUE 0.
01 WS-CONV-TGT-LEN    PIC 9(3) VALUE 0.
01 WS-CONV-FIRST      PIC 9(3) VALUE 0.
01 WS-CONV-LAST       PIC 9(3) VALUE 0.
01 WS-CONV-LEN        PIC 9(3) VALUE 0.
01 WS-CONV-POS        PIC 9(3) VALUE 0.
01 WS-CONV-DATE       PIC X(8).
01 WS-CONV-DATE-N REDEFINES WS-CONV-DATE PIC 9(8).
01 WS-POS-MATCHED     PIC X VALUE "N".
01 WS-POS-FIELD       PIC X(20).
01 WS-POS-LEN         PIC 9(2) VALUE 0.
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 13.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "INPUTFILE      NN".
        10 FILLER PIC X(17) VALUE "OUTPUTFILE     NN".
        10 FILLER PIC X(17) VALUE "GENRETAIN      NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ROUTEMODE      NN".
        10 FILLER PIC X(17) VALUE "REFORMATMODE   NN".
        10 FILLER PIC X(17) VALUE "LAYOUTFILE     NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 13 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
     GOBACK
    END-IF
    PERFORM LOAD-FILTER-PARMS.
    IF WS-REFORMAT-MODE = "Y"
     PERFORM LOAD-LAYOUT
     IF RETURN-CODE NOT = 0
      DISPLAY "Stopping: record layout is not usable."
      PERFORM WRITE-OPS-STAT
      GOBACK
     END-IF
    END-IF
    PERFORM LOAD-MANIFEST.
    PERFORM LOAD-CHECKPOINT.

           ELSE
           IF WS-SELECTED = "Y"
            PERFORM ROUTE-RECORD
            IF WS-RECORD-ROUTE = "V" AND WS-REFORMAT-MODE = "Y"
             PERFORM REFORMAT-RECORD
            END-IF
            IF WS-RECORD-ROUTE = "V"
             IF WS-REFORMAT-MODE = "Y"
              MOVE WS-REFORMAT-RECORD TO OutputRecord
             ELSE
              MOVE InputRecord TO OutputRecord
             END-IF
             WRITE OutputRecord
             IF WS-OUTPUT-STATUS NOT = "00"
              DISPLAY "ERROR: write failure on OutputFile, status " WS-OUTPUT-STATUS
              ADD 1 TO WS-F-WRITE-COUNT
             END-IF
            ELSE
             IF WS-RECORD-ROUTE = "F"
              MOVE SPACES TO RejectRecord
              STRING InputRecord " FIELD=" WS-REFORMAT-FIELD
                     " " WS-REFORMAT-REASON
               DELIMITED BY SIZE INTO RejectRecord
             ELSE
              MOVE InputRecord TO RejectRecord
             END-IF
             WRITE RejectRecord
             IF WS-REJECT-STATUS NOT = "00"
              DISPLAY "ERROR: write failure on RejectFile, status " WS-REJECT-STATUS
             END-IF
            WHEN "ROUTEMODE"
             MOVE FP-VALUE TO WS-ROUTE-MODE
            WHEN "REFORMATMODE"
             MOVE FP-VALUE(1:1) TO WS-REFORMAT-MODE
            WHEN "LAYOUTFILE"
             MOVE FP-VALUE TO WS-LAYOUT-FILENAME
           END-EVALUATE
      END-READ
     END-PERFORM
     CLOSE FilterParmFile
    END-IF.

LOAD-LAYOUT.
    OPEN INPUT LayoutFile
    IF WS-LAYOUT-STATUS NOT = "00"
     DISPLAY "ERROR: reformat requested but layout file "
      FUNCTION TRIM(WS-LAYOUT-FILENAME) " cannot be opened, status "
      WS-LAYOUT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-LAYOUT" TO WS-EL-PARAGRAPH
     MOVE WS-LAYOUT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-LAYOUT-EOF = "Y"
      READ LayoutFile
       AT END
        MOVE "Y" TO WS-LAYOUT-EOF
       NOT AT END
        IF LAYOUT-RECORD NOT = SPACES
           AND LAYOUT-RECORD(1:1) NOT = "*"
         PERFORM LOAD-LAYOUT-FIELD
        END-IF
      END-READ
     END-PERFORM
     CLOSE LayoutFile
     IF WS-LAYOUT-COUNT = 0 AND RETURN-CODE = 0
      DISPLAY "ERROR: layout file defines no output fields."
      MOVE 8 TO RETURN-CODE
     END-IF
     IF RETURN-CODE NOT = 0
      MOVE "LOAD-LAYOUT" TO WS-EL-PARAGRAPH
      MOVE "99" TO WS-EL-STATUS
      PERFORM LOG-ERROR
     ELSE
      DISPLAY "Reformatting with " WS-LAYOUT-COUNT
       " layout fields from " FUNCTION TRIM(WS-LAYOUT-FILENAME)
     END-IF
    END-IF.

LOAD-LAYOUT-FIELD.
    MOVE "Y" TO WS-LAYOUT-VALID
    IF LY-RULE = SPACES
     MOVE "CP" TO LY-RULE
    END-IF
    IF LY-RULE = "CN"
     IF LY-SRC-START IS NOT NUMERIC
      MOVE 0 TO LY-SRC-START
     END-IF
     IF LY-SRC-LENGTH IS NOT NUMERIC
      MOVE 0 TO LY-SRC-LENGTH
     END-IF
    END-IF
    IF LY-FIELD-NAME = SPACES
       OR LY-SRC-START IS NOT NUMERIC
       OR LY-SRC-LENGTH IS NOT NUMERIC
       OR LY-TGT-START IS NOT NUMERIC
       OR LY-TGT-LENGTH IS NOT NUMERIC
     MOVE "N" TO WS-LAYOUT-VALID
    ELSE
     IF LY-TGT-START = 0 OR LY-TGT-LENGTH = 0
        OR LY-TGT-START + LY-TGT-LENGTH - 1 > 130
      MOVE "N" TO WS-LAYOUT-VALID
     END-IF
     IF LY-RULE NOT = "CN"
        AND (LY-SRC-START = 0 OR LY-SRC-LENGTH = 0
             OR LY-SRC-START + LY-SRC-LENGTH - 1 > 130)
      MOVE "N" TO WS-LAYOUT-VALID
     END-IF
     EVALUATE LY-RULE
      WHEN "CP"
      WHEN "LJ"
      WHEN "RJ"
      WHEN "ZF"
      WHEN "UC"
      WHEN "CN"
       CONTINUE
      WHEN "DT"
       IF LY-PARM = SPACES
        MOVE "MMDDYYYY" TO LY-PARM
       END-IF
       IF LY-TGT-LENGTH NOT = 8
        MOVE "N" TO WS-LAYOUT-VALID
       END-IF
       EVALUATE LY-PARM
        WHEN "MMDDYYYY"
        WHEN "DDMMYYYY"
        WHEN "YYYYMMDD"
         IF LY-SRC-LENGTH NOT = 8
          MOVE "N" TO WS-LAYOUT-VALID
         END-IF
        WHEN "MM/DD/YYYY"
        WHEN "DD/MM/YYYY"
         IF LY-SRC-LENGTH NOT = 10
          MOVE "N" TO WS-LAYOUT-VALID
         END-IF
        WHEN OTHER
         MOVE "N" TO WS-LAYOUT-VALID
       END-EVALUATE
      WHEN OTHER
       MOVE "N" TO WS-LAYOUT-VALID
     END-EVALUATE
    END-IF
    IF WS-LAYOUT-VALID = "N"
     DISPLAY "ERROR: invalid layout entry: " LAYOUT-RECORD
     MOVE 8 TO RETURN-CODE
    ELSE
     IF WS-LAYOUT-COUNT < 50
      ADD 1 TO WS-LAYOUT-COUNT
      MOVE LY-FIELD-NAME TO WS-LY-NAME(WS-LAYOUT-COUNT)
      MOVE LY-SRC-START TO WS-LY-SRC-START(WS-LAYOUT-COUNT)
      MOVE LY-SRC-LENGTH TO WS-LY-SRC-LEN(WS-LAYOUT-COUNT)
      MOVE LY-TGT-START TO WS-LY-TGT-START(WS-LAYOUT-COUNT)
      MOVE LY-TGT-LENGTH TO WS-LY-TGT-LEN(WS-LAYOUT-COUNT)
      MOVE LY-RULE TO WS-LY-RULE(WS-LAYOUT-COUNT)
      MOVE LY-PARM TO WS-LY-PARM(WS-LAYOUT-COUNT)
     ELSE
      DISPLAY "ERROR: layout has more than 50 fields."
      MOVE 8 TO RETURN-CODE
      MOVE "Y" TO WS-LAYOUT-EOF
     END-IF
    END-IF.

REFORMAT-RECORD.
    MOVE SPACES TO WS-REFORMAT-RECORD
    MOVE SPACES TO WS-REFORMAT-FIELD
    MOVE SPACES TO WS-REFORMAT-REASON
    PERFORM VARYING WS-LAYOUT-IDX FROM 1 BY 1
     UNTIL WS-LAYOUT-IDX > WS-LAYOUT-COUNT
        OR WS-RECORD-ROUTE = "F"
     PERFORM CONVERT-LAYOUT-FIELD
    END-PERFORM.

CONVERT-LAYOUT-FIELD.
    MOVE SPACES TO WS-CONV-IN
    MOVE SPACES TO WS-CONV-OUT
    MOVE WS-LY-SRC-LEN(WS-LAYOUT-IDX) TO WS-CONV-SRC-LEN
    MOVE WS-LY-TGT-LEN(WS-LAYOUT-IDX) TO WS-CONV-TGT-LEN
    IF WS-LY-RULE(WS-LAYOUT-IDX) NOT = "CN"
     MOVE InputRecord(WS-LY-SRC-START(WS-LAYOUT-IDX):WS-CONV-SRC-LEN)
      TO WS-CONV-IN(1:WS-CONV-SRC-LEN)
    END-IF
    MOVE 0 TO WS-CONV-FIRST
    MOVE 0 TO WS-CONV-LAST
    PERFORM VARYING WS-CONV-POS FROM 1 BY 1
     UNTIL WS-CONV-POS > WS-CONV-SRC-LEN
     IF WS-CONV-IN(WS-CONV-POS:1) NOT = SPACE
      IF WS-CONV-FIRST = 0
       MOVE WS-CONV-POS TO WS-CONV-FIRST
      END-IF
      MOVE WS-CONV-POS TO WS-CONV-LAST
     END-IF
    END-PERFORM
    MOVE 0 TO WS-CONV-LEN
    IF WS-CONV-FIRST > 0
     COMPUTE WS-CONV-LEN = WS-CONV-LAST - WS-CONV-FIRST + 1
    END-IF
    EVALUATE WS-LY-RULE(WS-LAYOUT-IDX)
     WHEN "CP"
      MOVE WS-CONV-IN TO WS-CONV-OUT
      IF WS-CONV-LAST > WS-CONV-TGT-LEN
       MOVE "VALUE TOO LONG" TO WS-REFORMAT-REASON
      END-IF
     WHEN "UC"
      MOVE FUNCTION UPPER-CASE(WS-CONV-IN) TO WS-CONV-OUT
      IF WS-CONV-LAST > WS-CONV-TGT-LEN
       MOVE "VALUE TOO LONG" TO WS-REFORMAT-REASON
      END-IF
     WHEN "LJ"
      IF WS-CONV-LEN > WS-CONV-TGT-LEN
       MOVE "VALUE TOO LONG" TO WS-REFORMAT-REASON
      ELSE
       IF WS-CONV-LEN > 0
        MOVE WS-CONV-IN(WS-CONV-FIRST:WS-CONV-LEN)
         TO WS-CONV-OUT(1:WS-CONV-LEN)
       END-IF
      END-IF
     WHEN "RJ"
      IF WS-CONV-LEN > WS-CONV-TGT-LEN
       MOVE "VALUE TOO LONG" TO WS-REFORMAT-REASON
      ELSE
       IF WS-CONV-LEN > 0
        MOVE WS-CONV-IN(WS-CONV-FIRST:WS-CONV-LEN)
         TO WS-CONV-OUT(WS-CONV-TGT-LEN - WS-CONV-LEN + 1:WS-CONV-LEN)
       END-IF
      END-IF
     WHEN "ZF"
      MOVE ALL "0" TO WS-CONV-OUT(1:WS-CONV-TGT-LEN)
      IF WS-CONV-LEN > 0
       IF WS-CONV-IN(WS-CONV-FIRST:WS-CONV-LEN) IS NOT NUMERIC
        MOVE "NOT NUMERIC" TO WS-REFORMAT-REASON
       ELSE
        IF WS-CONV-LEN > WS-CONV-TGT-LEN
         MOVE "VALUE TOO LONG" TO WS-REFORMAT-REASON
        ELSE
         MOVE WS-CONV-IN(WS-CONV-FIRST:WS-CONV-LEN)
          TO WS-CONV-OUT(WS-CONV-TGT-LEN - WS-CONV-LEN + 1:WS-CONV-LEN)
        END-IF
       END-IF
      END-IF
     WHEN "DT"
      PERFORM CONVERT-DATE-FIELD
     WHEN "CN"
      MOVE WS-LY-PARM(WS-LAYOUT-IDX) TO WS-CONV-OUT
    END-EVALUATE
    IF WS-REFORMAT-REASON = SPACES
     MOVE WS-CONV-OUT(1:WS-CONV-TGT-LEN)
      TO WS-REFORMAT-RECORD(WS-LY-TGT-START(WS-LAYOUT-IDX):WS-CONV-TGT-LEN)
    ELSE
     MOVE WS-LY-NAME(WS-LAYOUT-IDX) TO WS-REFORMAT-FIELD
     MOVE "F" TO WS-RECORD-ROUTE
    END-IF.

CONVERT-DATE-FIELD.
    MOVE SPACES TO WS-CONV-DATE
    IF WS-CONV-LEN = 0
     MOVE ZEROS TO WS-CONV-OUT(1:8)
    ELSE
     EVALUATE WS-LY-PARM(WS-LAYOUT-IDX)
      WHEN "MMDDYYYY"
       STRING WS-CONV-IN(5:4) WS-CONV-IN(1:2) WS-CONV-IN(3:2)
        DELIMITED BY SIZE INTO WS-CONV-DATE
      WHEN "DDMMYYYY"
       STRING WS-CONV-IN(5:4) WS-CONV-IN(3:2) WS-CONV-IN(1:2)
        DELIMITED BY SIZE INTO WS-CONV-DATE
      WHEN "YYYYMMDD"
       MOVE WS-CONV-IN(1:8) TO WS-CONV-DATE
      WHEN "MM/DD/YYYY"
       IF WS-CONV-IN(3:1) = "/" AND WS-CONV-IN(6:1) = "/"
        STRING WS-CONV-IN(7:4) WS-CONV-IN(1:2) WS-CONV-IN(4:2)
         DELIMITED BY SIZE INTO WS-CONV-DATE
       END-IF
      WHEN "DD/MM/YYYY"
       IF WS-CONV-IN(3:1) = "/" AND WS-CONV-IN(6:1) = "/"
        STRING WS-CONV-IN(7:4) WS-CONV-IN(4:2) WS-CONV-IN(1:2)
         DELIMITED BY SIZE INTO WS-CONV-DATE
       END-IF
     END-EVALUATE
     IF WS-CONV-DATE IS NOT NUMERIC
      MOVE "DATE NOT NUMERIC" TO WS-REFORMAT-REASON
     ELSE
      IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-DATE-N) NOT = 0
       MOVE "DATE NOT VALID" TO WS-REFORMAT-REASON
      ELSE
       MOVE WS-CONV-DATE TO WS-CONV-OUT(1:8)
      END-IF
     END-IF
    END-IF.

ROUTE-RECORD.
    IF WS-ROUTE-MODE = "ANY"
     MOVE "V" TO WS-RECORD-ROUTE
