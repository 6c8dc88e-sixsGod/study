    SELECT WindowRptFile ASSIGN TO DYNAMIC WS-WINDOWRPT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-WINDOWRPT-STATUS.
    SELECT ArrLogInFile ASSIGN TO DYNAMIC WS-ARRLOG-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARRLOG-STATUS.
    SELECT ErrorLogInFile ASSIGN TO "errors.log"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ERRIN-STATUS.
FD WindowRptFile.
01 WINDOW-RPT-RECORD PIC X(132).

FD ArrLogInFile.
01 ARR-LOG-IN-RECORD PIC X(132).

FD ErrorLogInFile.
01 ERROR-LOG-IN-RECORD.
    COPY ERRLOG
01 WS-RULES-FILENAME   PIC X(40) VALUE "alertrules.ctl".
01 WS-ALERT-FILENAME   PIC X(40) VALUE "alerts.txt".
01 WS-WINDOWRPT-FILENAME PIC X(40) VALUE "batchwindow.txt".
01 WS-ARRLOG-FILENAME  PIC X(40) VALUE "arrlog.txt".
01 WS-RULES-STATUS     PIC X(02).
01 WS-ALERT-STATUS     PIC X(02).
01 WS-OPSIN-STATUS     PIC X(02).
01 WS-WINDOWRPT-STATUS PIC X(02).
01 WS-ERRIN-STATUS     PIC X(02).
01 WS-ARRLOG-STATUS    PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-PARMECHO-STATUS  PIC X(02).
01 WS-OPSIN-EOF        PIC X VALUE "N".
01 WS-WINDOW-EOF       PIC X VALUE "N".
01 WS-ERRIN-EOF        PIC X VALUE "N".
01 WS-ARRLOG-EOF       PIC X VALUE "N".
01 WS-RUN-DATE         PIC 9(8).
01 WS-IDX              PIC 9(2) VALUE 0.
01 WS-RULE-COUNT       PIC 9(2) VALUE 0.
01 WS-FAILED-PROGRAM   PIC X(20) VALUE SPACES.
01 WS-SLA-MISS         PIC X VALUE "N".
01 WS-SLA-TALLY        PIC 9(3) VALUE 0.
01 WS-LATE-FILES       PIC 9(3) VALUE 0.
01 WS-MISSING-FILES    PIC 9(3) VALUE 0.
01 WS-EDIT-READ        PIC 9(7) VALUE 0.
01 WS-EDIT-REJECT      PIC 9(7) VALUE 0.
01 WS-EDIT-SEEN        PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "ALERTRULESFILE NN".
        10 FILLER PIC X(17) VALUE "ALERTFILE      NN".
        10 FILLER PIC X(17) VALUE "WINDOWRPTFILE  NN".
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ARRLOGFILE     NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.

    PERFORM SCAN-OPS-STATS
    PERFORM SCAN-WINDOW-REPORT
    PERFORM SCAN-ARRIVAL-LOG
    PERFORM SCAN-ERROR-LOG
    PERFORM EVALUATE-RULES
    PERFORM WRITE-ALERT-FILE
     CLOSE WindowRptFile
    END-IF.

SCAN-ARRIVAL-LOG.
    OPEN INPUT ArrLogInFile
    IF WS-ARRLOG-STATUS = "00"
     PERFORM UNTIL WS-ARRLOG-EOF = "Y"
      READ ArrLogInFile
       AT END
        MOVE "Y" TO WS-ARRLOG-EOF
       NOT AT END
        INSPECT ARR-LOG-IN-RECORD TALLYING WS-LATE-FILES
         FOR ALL " LATE "
        INSPECT ARR-LOG-IN-RECORD TALLYING WS-MISSING-FILES
         FOR ALL " MISSING "
      END-READ
     END-PERFORM
     CLOSE ArrLogInFile
    END-IF.

SCAN-ERROR-LOG.
    OPEN INPUT ErrorLogInFile
    IF WS-ERRIN-STATUS = "00"
        MOVE "Cobol24BatchWin" TO WS-RU-PROGRAM(WS-IDX)
        MOVE "SLA BREACH" TO WS-RU-SHOWN(WS-IDX)
       END-IF
      WHEN "LATEFILE"
       IF WS-LATE-FILES > 0 OR WS-MISSING-FILES > 0
        MOVE "Y" TO WS-RU-FIRED(WS-IDX)
        MOVE "Cobol82ArrWatch" TO WS-RU-PROGRAM(WS-IDX)
        MOVE SPACES TO WS-RU-SHOWN(WS-IDX)
        STRING "LATE=" WS-LATE-FILES " MISSING=" WS-MISSING-FILES
         DELIMITED BY SIZE INTO WS-RU-SHOWN(WS-IDX)
       END-IF
      WHEN "ERRPARA"
       CONTINUE
      WHEN OTHER
             MOVE FP-VALUE TO WS-ALERT-FILENAME
            WHEN "WINDOWRPTFILE"
             MOVE FP-VALUE TO WS-WINDOWRPT-FILENAME
            WHEN "ARRLOGFILE"
             MOVE FP-VALUE TO WS-ARRLOG-FILENAME
            WHEN "RUNDATE"
             IF FP-VALUE(1:8) IS NUMERIC
              MOVE FP-VALUE(1:8) TO WS-RUN-DATE
