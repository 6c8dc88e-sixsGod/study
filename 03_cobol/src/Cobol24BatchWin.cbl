01 WS-SLA-WINDOW-SEC   PIC 9(7) VALUE 3600.
01 WS-REPORT-DATE      PIC 9(8).
01 WS-IDX              PIC 9(2) VALUE 0.
01 WS-STEP-COUNT       PIC 9(2) VALUE 14.
01 WS-TOTAL-ELAPSED    PIC 9(7) VALUE 0.
01 WS-GROWTH           PIC S9(7) SIGN IS LEADING SEPARATE
                       CHARACTER VALUE 0.
01 WS-MAX-GROWTH-STEP  PIC X(20) VALUE SPACES.
01 WS-GROWTH-SEEN      PIC X VALUE "N".
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 14 TIMES.
        10 WS-ST-NAME      PIC X(20).
        10 WS-ST-SEEN      PIC X.
        10 WS-ST-PRIOR-SEEN PIC X.
    MOVE "Cobol15TransEdit" TO WS-ST-NAME(8)
    MOVE "Cobol34PendRelease" TO WS-ST-NAME(9)
    MOVE "Cobol20TransSort" TO WS-ST-NAME(10)
    MOVE "Cobol70VolGate" TO WS-ST-NAME(11)
    MOVE "Cobol11DBoper" TO WS-ST-NAME(12)
    MOVE "Cobol13OpsReport" TO WS-ST-NAME(13)
    MOVE "Cobol14Reconcile" TO WS-ST-NAME(14)
    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-STEP-COUNT
     MOVE "N" TO WS-ST-SEEN(WS-IDX)
