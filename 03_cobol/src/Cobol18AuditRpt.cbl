           AU-A-NAME " "
           AU-A-AGE "     "
           AU-TIMESTAMP " "
           AU-BATCH-ID " "
           AU-OPERATOR
     DELIMITED BY SIZE INTO AUDIT-RPT-RECORD
    WRITE AUDIT-RPT-RECORD
    IF WS-AUDITRPT-STATUS NOT = "00"
