01 WS-OPSSTAT-EOF      PIC X VALUE "N".
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-IDX              PIC 9(2) VALUE 0.
01 WS-STEP-COUNT       PIC 9(2) VALUE 18.
01 WS-SNAP-DATE        PIC 9(8).
01 WS-JOBSTATE-SEEN    PIC X VALUE "N".
01 WS-OPS-SEEN-COUNT   PIC 9(2) VALUE 0.
01 WS-STEP-TABLE.
    05 WS-STEP-ENTRY OCCURS 18 TIMES.
        10 WS-ST-NAME      PIC X(20).
        10 WS-ST-STATE     PIC X(8).
        10 WS-ST-RC        PIC 9(4).
    MOVE "Cobol15TransEdit" TO WS-ST-NAME(8)
    MOVE "Cobol34PendRelease" TO WS-ST-NAME(9)
    MOVE "Cobol20TransSort" TO WS-ST-NAME(10)
    MOVE "Cobol70VolGate" TO WS-ST-NAME(11)
    MOVE "Cobol11DBoper" TO WS-ST-NAME(12)
    MOVE "Cobol13OpsReport" TO WS-ST-NAME(13)
    MOVE "Cobol14Reconcile" TO WS-ST-NAME(14)
    MOVE "Cobol24BatchWin" TO WS-ST-NAME(15)
    MOVE "Cobol25ErrorRpt" TO WS-ST-NAME(16)
    MOVE "Cobol42Bundle" TO WS-ST-NAME(17)
    MOVE "Cobol41Alert" TO WS-ST-NAME(18)
    PERFORM VARYING WS-IDX FROM 1 BY 1
     UNTIL WS-IDX > WS-STEP-COUNT
     MOVE "PENDING" TO WS-ST-STATE(WS-IDX)
