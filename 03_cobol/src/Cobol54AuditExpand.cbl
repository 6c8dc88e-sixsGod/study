      MOVE OAU-RUN-COUNT TO AU-RUN-COUNT
     END-IF
     MOVE SPACES TO AU-BATCH-ID
     MOVE SPACES TO AU-OPERATOR
     WRITE EXPAND-WORK-RECORD
     IF WS-WORK-STATUS NOT = "00"
      DISPLAY "ERROR: write failure on work file, status "
