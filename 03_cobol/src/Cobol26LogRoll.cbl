01 WS-ERR-RETAIN       PIC 9(3) VALUE 14.
01 WS-OPS-RETAIN       PIC 9(3) VALUE 30.
01 WS-AUDIT-RETAIN     PIC 9(3) VALUE 400.
01 WS-ACCESS-RETAIN    PIC 9(3) VALUE 400.
01 WS-ROLL-RETAIN      PIC 9(3) VALUE 0.
01 WS-ROLL-COUNT       PIC 9(7) VALUE 0.
01 WS-ROLLED-LOGS      PIC 9(3) VALUE 0.
01 WS-ALREADY-ROLLED   PIC X VALUE "N".
01 WS-IDX              PIC 9(4) VALUE 0.
01 WS-SHIFT-IDX        PIC 9(4) VALUE 0.
01 WS-LOG-ENTRY-COUNT  PIC 9(3) VALUE 0.
01 WS-OLDEST-IDX       PIC 9(3) VALUE 0.
01 WS-DELETE-NAME      PIC X(40).
01 WS-REGISTRY-TABLE.
    05 WS-REG-COUNT PIC 9(3) VALUE 0.
    05 WS-REG-ENTRY OCCURS 999 TIMES.
        10 WS-RG-LOG     PIC X(20).
        10 WS-RG-DATE    PIC 9(8).
        10 WS-RG-ARCHIVE PIC X(40).
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "ERRRETAIN      NN".
        10 FILLER PIC X(17) VALUE "OPSRETAIN      NN".
        10 FILLER PIC X(17) VALUE "AUDITRETAIN    NN".
        10 FILLER PIC X(17) VALUE "ACCESSRETAIN   NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
    MOVE WS-AUDIT-RETAIN TO WS-ROLL-RETAIN
    PERFORM ROLL-ONE-LOG

    MOVE "access.log" TO WS-CURRENT-LOG
    MOVE WS-ACCESS-RETAIN TO WS-ROLL-RETAIN
    PERFORM ROLL-ONE-LOG

    PERFORM WRITE-REGISTRY

    DISPLAY "Logs rolled this run: " WS-ROLLED-LOGS
    IF WS-ALREADY-ROLLED = "Y"
     DISPLAY "Already rolled today: " FUNCTION TRIM(WS-CURRENT-LOG)
    ELSE
    IF WS-REG-COUNT >= 999
     DISPLAY "ERROR: archive registry full; not rolling "
      FUNCTION TRIM(WS-CURRENT-LOG)
     MOVE 8 TO RETURN-CODE
       AT END
        MOVE "Y" TO WS-REGISTRY-EOF
       NOT AT END
        IF WS-REG-COUNT < 999
         ADD 1 TO WS-REG-COUNT
         MOVE RR-LOG-NAME TO WS-RG-LOG(WS-REG-COUNT)
         MOVE RR-DATE TO WS-RG-DATE(WS-REG-COUNT)
             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-AUDIT-RETAIN
             END-IF
            WHEN "ACCESSRETAIN"
             IF FP-VALUE(1:3) IS NUMERIC
              MOVE FP-VALUE(1:3) TO WS-ACCESS-RETAIN
             END-IF
           END-EVALUATE
      END-READ
     END-PERFORM
