IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol77DRVerify.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT ContactFile ASSIGN TO DYNAMIC WS-CONTACT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT AcctMasterFile ASSIGN TO DYNAMIC WS-ACCTMAST-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS AM-ACCOUNT
     ALTERNATE RECORD KEY IS AM-PR-ID WITH DUPLICATES
     FILE STATUS IS WS-ACCTMAST-STATUS.
    SELECT RelationFile ASSIGN TO DYNAMIC WS-RELATION-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS RR-KEY
     ALTERNATE RECORD KEY IS RR-REV-KEY
     FILE STATUS IS WS-RR-STATUS.
    SELECT LegalHoldFile ASSIGN TO DYNAMIC WS-LEGALHOLD-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS LH-KEY
     FILE STATUS IS WS-LH-STATUS.
    SELECT ConsentFile ASSIGN TO DYNAMIC WS-CONSENT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS CN-KEY
     FILE STATUS IS WS-CN-STATUS.
    SELECT OperFile ASSIGN TO DYNAMIC WS-OPER-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS OP-ID
     FILE STATUS IS WS-OP-STATUS.
    SELECT DrSourceFile ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-SOURCE-STATUS.
    SELECT DrManifestFile ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT DrVerifyFile ASSIGN TO DYNAMIC WS-VERIFY-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-VERIFY-STATUS.
    SELECT DrCertFile ASSIGN TO "drcert.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-DRCERT-STATUS.
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

FD ContactFile.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD AcctMasterFile.
01 ACCT-MASTER-RECORD.
    COPY ACCTMAST.

FD RelationFile.
01 RELATION-RECORD.
    COPY RELREC.

FD LegalHoldFile.
01 LEGAL-HOLD-RECORD.
    COPY LEGALHOLD.

FD ConsentFile.
01 CONSENT-RECORD.
    COPY CONSENT.

FD OperFile.
01 OPER-RECORD.
    COPY OPERREC.

FD DrSourceFile.
01 DR-SOURCE-RECORD PIC X(300).
01 DR-SOURCE-NUMERIC.
    05 DR-SRC-SEQ       PIC 9(07).
    05 FILLER           PIC X(05).
    05 DR-SRC-BATCH-DATE PIC 9(08).
    05 FILLER           PIC X(28).
    05 DR-SRC-GATE-COUNT PIC 9(07).
    05 FILLER           PIC X(245).

FD DrManifestFile.
01 DR-MANIFEST-RECORD.
    COPY DRMANIFEST.

FD DrVerifyFile.
01 DR-VERIFY-RECORD PIC X(132).

FD DrCertFile.
01 DR-CERT-RECORD.
    COPY DRCERT.

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
01 WS-EL-PARAGRAPH     PIC X(20).
01 WS-EL-STATUS        PIC X(10).
01 WS-EndOfFile        PIC X VALUE "N".
01 WS-SYSPARM-EOF      PIC X VALUE "N".
01 WS-PERSON-FILENAME  PIC X(40) VALUE "persondb.dat".
01 WS-CONTACT-FILENAME PIC X(40) VALUE "contactdb.dat".
01 WS-CODETABLE-FILENAME PIC X(40) VALUE "codetable.dat".
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-ACCTMAST-FILENAME PIC X(40) VALUE "acctmast.dat".
01 WS-RELATION-FILENAME PIC X(40) VALUE "reldb.dat".
01 WS-LEGALHOLD-FILENAME PIC X(40) VALUE "legalhold.dat".
01 WS-CONSENT-FILENAME PIC X(40) VALUE "consent.dat".
01 WS-OPER-FILENAME    PIC X(40) VALUE "operdb.dat".
01 WS-DRSET-PREFIX     PIC X(40) VALUE "drset".
01 WS-SOURCE-FILENAME  PIC X(40).
01 WS-MANIFEST-FILENAME PIC X(60) VALUE SPACES.
01 WS-VERIFY-FILENAME  PIC X(40) VALUE "drverify.txt".
01 WS-DB-STATUS        PIC X(02).
01 WS-CT-STATUS        PIC X(02).
01 WS-ACCTMAST-STATUS  PIC X(02).
01 WS-RR-STATUS        PIC X(02).
01 WS-LH-STATUS        PIC X(02).
01 WS-CN-STATUS        PIC X(02).
01 WS-OP-STATUS        PIC X(02).
01 WS-SOURCE-STATUS    PIC X(02).
01 WS-MANIFEST-STATUS  PIC X(02).
01 WS-VERIFY-STATUS    PIC X(02).
01 WS-DRCERT-STATUS    PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-CERT-TIMESTAMP   PIC X(21).
01 WS-VERIFY-RESULT    PIC X(04) VALUE "PASS".
01 WS-FAIL-COUNT       PIC 9(7) VALUE 0.
01 WS-LINE-COUNT       PIC 9(7) VALUE 0.
01 WS-REPORT-LINE      PIC X(132).
01 WS-CHECK-NAME       PIC X(10).
01 WS-CHECK-RESULT     PIC X(04).
01 WS-CHECK-DETAIL     PIC X(80).
01 WS-MEMBER-RESULT    PIC X(08).
01 WS-MB-IDX           PIC 9(2) VALUE 0.
01 WS-FOUND-IDX        PIC 9(2) VALUE 0.
01 WS-LAST-AUDIT-SEQ   PIC 9(07) VALUE 0.
01 WS-MAX-AUDIT-SEQ    PIC 9(07) VALUE 0.
01 WS-MAX-AUDIT-ID     PIC 9(07) VALUE 0.
01 WS-MAX-PERSON-ID    PIC 9(07) VALUE 0.
01 WS-LIVE-NEXT-ID     PIC 9(07) VALUE 0.
01 WS-LIVE-BATCH-ID    PIC X(12) VALUE SPACES.
01 WS-BATCH-FOUND      PIC X VALUE "N".
01 WS-ORPHAN-COUNT     PIC 9(7) VALUE 0.
01 WS-ID-SUB           PIC 9(8) VALUE 0.
01 WS-HASH-AMOUNT      PIC 9(7)V99 VALUE 0.
01 WS-BAL-TEXT         PIC X(10).
01 WS-BAL-WORK REDEFINES WS-BAL-TEXT
                       PIC S9(7)V99 SIGN IS LEADING SEPARATE CHARACTER.
01 WS-CODE-WORK.
    COPY CODETABLE.
01 WS-AUDIT-WORK.
    COPY AUDITREC.
01 WS-BATCH-WORK.
    05 WS-BW-BATCH-ID  PIC X(12).
    05 WS-BW-RUNDATE   PIC X(08).
    05 WS-BW-SOURCE    PIC X(40).
01 WS-GATE-WORK.
    05 WS-GW-RUNDATE   PIC X(08).
    05 WS-GW-SOURCE    PIC X(40).
    05 WS-GW-COUNT     PIC 9(07).
    05 WS-GW-BATCH-ID  PIC X(12).
01 WS-MANIFEST-STATE.
    05 WS-MF-HDR-SEEN  PIC X VALUE "N".
    05 WS-MF-TRL-SEEN  PIC X VALUE "N".
    05 WS-MF-TRL-COUNT PIC 9(7) VALUE 0.
    05 WS-MF-MBR-COUNT PIC 9(7) VALUE 0.
    05 WS-MF-BAD-COUNT PIC 9(7) VALUE 0.
    05 WS-MF-STAMP     PIC X(14) VALUE SPACES.
    05 WS-MF-AUDIT-SEQ PIC 9(07) VALUE 0.
01 WS-MEMBER-TABLE.
    05 WS-MEMBER-COUNT PIC 9(2) VALUE 14.
    05 WS-MEMBER-VALUES.
        10 FILLER PIC X(10) VALUE "PERSON".
        10 FILLER PIC X(10) VALUE "CONTACT".
        10 FILLER PIC X(10) VALUE "CODETABLE".
        10 FILLER PIC X(10) VALUE "AUDITSEQ".
        10 FILLER PIC X(10) VALUE "NEXTID".
        10 FILLER PIC X(10) VALUE "BATCHID".
        10 FILLER PIC X(10) VALUE "SUBBALANCE".
        10 FILLER PIC X(10) VALUE "GATEREG".
        10 FILLER PIC X(10) VALUE "AUDITLOG".
        10 FILLER PIC X(10) VALUE "ACCTMAST".
        10 FILLER PIC X(10) VALUE "RELATION".
        10 FILLER PIC X(10) VALUE "LEGALHOLD".
        10 FILLER PIC X(10) VALUE "CONSENT".
        10 FILLER PIC X(10) VALUE "OPERATOR".
    05 FILLER REDEFINES WS-MEMBER-VALUES.
        10 WS-MB-CODE OCCURS 14 TIMES PIC X(10).
01 WS-MEMBER-STATE.
    05 WS-MB-ENTRY OCCURS 14 TIMES.
        10 WS-MB-SOURCE    PIC X(40).
        10 WS-MB-PRESENT   PIC X.
        10 WS-MB-COUNT     PIC 9(7).
        10 WS-MB-HASH      PIC 9(15).
        10 WS-MF-SEEN      PIC X.
        10 WS-MF-PRESENT   PIC X.
        10 WS-MF-COUNT     PIC 9(7).
        10 WS-MF-HASH      PIC 9(15).
01 WS-ID-STATE-TABLE.
    05 WS-ID-STATE OCCURS 10000000 TIMES PIC X VALUE SPACE.

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol77DRVerify".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 13.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "CODETABLEFILE  NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "DRSETPREFIX    NN".
        10 FILLER PIC X(17) VALUE "DRMANIFEST     NN".
        10 FILLER PIC X(17) VALUE "DRVERIFYRPT    NN".
        10 FILLER PIC X(17) VALUE "ACCTMASTFILE   NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "CONSENTFILE    NN".
        10 FILLER PIC X(17) VALUE "OPERFILE       NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 13 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting disaster recovery verification..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    IF WS-MANIFEST-FILENAME = SPACES
     STRING FUNCTION TRIM(WS-DRSET-PREFIX) ".D" WS-RUN-DATE ".manifest"
      DELIMITED BY SIZE INTO WS-MANIFEST-FILENAME
    END-IF
    MOVE WS-PERSON-FILENAME TO WS-MB-SOURCE(1)
    MOVE WS-CONTACT-FILENAME TO WS-MB-SOURCE(2)
    MOVE WS-CODETABLE-FILENAME TO WS-MB-SOURCE(3)
    MOVE "auditseq.dat" TO WS-MB-SOURCE(4)
    MOVE "nextid.dat" TO WS-MB-SOURCE(5)
    MOVE "batchid.dat" TO WS-MB-SOURCE(6)
    MOVE "subbalance.dat" TO WS-MB-SOURCE(7)
    MOVE "gatereg.dat" TO WS-MB-SOURCE(8)
    MOVE WS-AUDIT-FILENAME TO WS-MB-SOURCE(9)
    MOVE WS-ACCTMAST-FILENAME TO WS-MB-SOURCE(10)
    MOVE WS-RELATION-FILENAME TO WS-MB-SOURCE(11)
    MOVE WS-LEGALHOLD-FILENAME TO WS-MB-SOURCE(12)
    MOVE WS-CONSENT-FILENAME TO WS-MB-SOURCE(13)
    MOVE WS-OPER-FILENAME TO WS-MB-SOURCE(14)
    PERFORM VARYING WS-MB-IDX FROM 1 BY 1
     UNTIL WS-MB-IDX > WS-MEMBER-COUNT
     MOVE "N" TO WS-MF-SEEN(WS-MB-IDX)
     MOVE "N" TO WS-MF-PRESENT(WS-MB-IDX)
     MOVE 0 TO WS-MF-COUNT(WS-MB-IDX)
     MOVE 0 TO WS-MF-HASH(WS-MB-IDX)
    END-PERFORM

    OPEN OUTPUT DrVerifyFile
    IF WS-VERIFY-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open DrVerifyFile, status "
      WS-VERIFY-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-VERIFY-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DISASTER RECOVERY VERIFICATION RUNDATE=" WS-RUN-DATE
           " MANIFEST=" FUNCTION TRIM(WS-MANIFEST-FILENAME)
     DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE

    PERFORM READ-MANIFEST
    PERFORM CHECK-MANIFEST-COMPLETE

    PERFORM VARYING WS-MB-IDX FROM 1 BY 1
     UNTIL WS-MB-IDX > WS-MEMBER-COUNT
     PERFORM SCAN-ONE-MEMBER
     PERFORM COMPARE-ONE-MEMBER
    END-PERFORM

    PERFORM CHECK-CONSISTENCY

    IF WS-FAIL-COUNT > 0
     MOVE "FAIL" TO WS-VERIFY-RESULT
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RESULT " WS-VERIFY-RESULT " SET=" WS-MF-STAMP
           " FAILURES=" WS-FAIL-COUNT
     DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO DR-VERIFY-RECORD
    STRING "TRL RECORDCOUNT=" WS-LINE-COUNT
     DELIMITED BY SIZE INTO DR-VERIFY-RECORD
    WRITE DR-VERIFY-RECORD
    CLOSE DrVerifyFile

    IF WS-VERIFY-RESULT NOT = "PASS"
     MOVE 8 TO RETURN-CODE
    END-IF

    PERFORM WRITE-CERTIFICATE

    DISPLAY "Recovery set: " WS-MF-STAMP
     " audit sequence " WS-MF-AUDIT-SEQ
    DISPLAY "Manifest members: " WS-MF-MBR-COUNT
    DISPLAY "Failed checks: " WS-FAIL-COUNT
    DISPLAY "Certification result: " WS-VERIFY-RESULT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Disaster recovery verification completed."
    GOBACK.

READ-MANIFEST.
    OPEN INPUT DrManifestFile
    IF WS-MANIFEST-STATUS NOT = "00"
     DISPLAY "VERIFY FAILED: unable to open manifest "
      FUNCTION TRIM(WS-MANIFEST-FILENAME) ", status " WS-MANIFEST-STATUS
     MOVE "READ-MANIFEST" TO WS-EL-PARAGRAPH
     MOVE WS-MANIFEST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ DrManifestFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           PERFORM NOTE-MANIFEST-LINE
      END-READ
     END-PERFORM
     CLOSE DrManifestFile
    END-IF.

NOTE-MANIFEST-LINE.
    EVALUATE TRUE
     WHEN DM-HEADER
      MOVE "Y" TO WS-MF-HDR-SEEN
      MOVE DM-SET-STAMP TO WS-MF-STAMP
      MOVE DM-LAST-AUDIT-SEQ TO WS-MF-AUDIT-SEQ
     WHEN DM-TRAILER
      MOVE "Y" TO WS-MF-TRL-SEEN
      MOVE DM-RECORD-COUNT TO WS-MF-TRL-COUNT
      IF DM-SET-STAMP NOT = WS-MF-STAMP
         OR DM-LAST-AUDIT-SEQ NOT = WS-MF-AUDIT-SEQ
       ADD 1 TO WS-MF-BAD-COUNT
      END-IF
     WHEN DM-MEMBER-LINE
      ADD 1 TO WS-MF-MBR-COUNT
      MOVE 0 TO WS-FOUND-IDX
      PERFORM VARYING WS-MB-IDX FROM 1 BY 1
       UNTIL WS-MB-IDX > WS-MEMBER-COUNT
       IF WS-MB-CODE(WS-MB-IDX) = DM-MEMBER
        MOVE WS-MB-IDX TO WS-FOUND-IDX
       END-IF
      END-PERFORM
      IF WS-FOUND-IDX = 0
       ADD 1 TO WS-MF-BAD-COUNT
      ELSE
       IF WS-MF-SEEN(WS-FOUND-IDX) = "Y"
          OR DM-SET-STAMP NOT = WS-MF-STAMP
          OR DM-LAST-AUDIT-SEQ NOT = WS-MF-AUDIT-SEQ
        ADD 1 TO WS-MF-BAD-COUNT
       END-IF
       MOVE "Y" TO WS-MF-SEEN(WS-FOUND-IDX)
       MOVE DM-PRESENT TO WS-MF-PRESENT(WS-FOUND-IDX)
       MOVE DM-RECORD-COUNT TO WS-MF-COUNT(WS-FOUND-IDX)
       MOVE DM-HASH-TOTAL TO WS-MF-HASH(WS-FOUND-IDX)
      END-IF
     WHEN OTHER
      ADD 1 TO WS-MF-BAD-COUNT
    END-EVALUATE.

CHECK-MANIFEST-COMPLETE.
    MOVE "MANIFEST" TO WS-CHECK-NAME
    MOVE "PASS" TO WS-CHECK-RESULT
    MOVE SPACES TO WS-CHECK-DETAIL
    EVALUATE TRUE
     WHEN WS-MF-HDR-SEEN = "N"
      MOVE "FAIL" TO WS-CHECK-RESULT
      MOVE "header record missing" TO WS-CHECK-DETAIL
     WHEN WS-MF-TRL-SEEN = "N"
      MOVE "FAIL" TO WS-CHECK-RESULT
      MOVE "trailer record missing; manifest truncated" TO WS-CHECK-DETAIL
     WHEN WS-MF-TRL-COUNT NOT = WS-MF-MBR-COUNT
      MOVE "FAIL" TO WS-CHECK-RESULT
      STRING "trailer count " WS-MF-TRL-COUNT " but members listed "
             WS-MF-MBR-COUNT
       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
     WHEN WS-MF-MBR-COUNT NOT = WS-MEMBER-COUNT
      MOVE "FAIL" TO WS-CHECK-RESULT
      STRING "members listed " WS-MF-MBR-COUNT " expected " WS-MEMBER-COUNT
       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
     WHEN WS-MF-BAD-COUNT > 0
      MOVE "FAIL" TO WS-CHECK-RESULT
      STRING WS-MF-BAD-COUNT " lines not from a single recovery set"
       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
     WHEN OTHER
      STRING "complete, set " WS-MF-STAMP " audit sequence "
             WS-MF-AUDIT-SEQ
       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
    END-EVALUATE
    PERFORM WRITE-CHECK-LINE.

SCAN-ONE-MEMBER.
    MOVE "Y" TO WS-MB-PRESENT(WS-MB-IDX)
    MOVE 0 TO WS-MB-COUNT(WS-MB-IDX)
    MOVE 0 TO WS-MB-HASH(WS-MB-IDX)
    EVALUATE WS-MB-CODE(WS-MB-IDX)
     WHEN "PERSON"
      PERFORM SCAN-PERSON-MASTER
     WHEN "CONTACT"
      PERFORM SCAN-CONTACT-FILE
     WHEN "ACCTMAST"
      PERFORM SCAN-ACCOUNT-MASTER
     WHEN "RELATION"
      PERFORM SCAN-RELATION-FILE
     WHEN "LEGALHOLD"
      PERFORM SCAN-LEGAL-HOLD-FILE
     WHEN "CONSENT"
      PERFORM SCAN-CONSENT-FILE
     WHEN "OPERATOR"
      PERFORM SCAN-OPERATOR-FILE
     WHEN OTHER
      PERFORM SCAN-SEQUENTIAL-FILE
    END-EVALUATE.

SCAN-PERSON-MASTER.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ PersonFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD DB-ID TO WS-MB-HASH(WS-MB-IDX)
           IF DB-ID IS NUMERIC
            COMPUTE WS-ID-SUB = DB-ID + 1
            MOVE "P" TO WS-ID-STATE(WS-ID-SUB)
            IF DB-ID > WS-MAX-PERSON-ID
             MOVE DB-ID TO WS-MAX-PERSON-ID
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE PersonFile
    END-IF.

SCAN-CONTACT-FILE.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT ContactFile
    IF WS-CT-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ContactFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD CT-ID TO WS-MB-HASH(WS-MB-IDX)
           ADD CT-SEQ TO WS-MB-HASH(WS-MB-IDX)
           IF CT-ID IS NUMERIC
            COMPUTE WS-ID-SUB = CT-ID + 1
            IF WS-ID-STATE(WS-ID-SUB) = SPACE
             ADD 1 TO WS-ORPHAN-COUNT
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE ContactFile
    END-IF.

SCAN-ACCOUNT-MASTER.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT AcctMasterFile
    IF WS-ACCTMAST-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ AcctMasterFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD AM-PR-ID TO WS-MB-HASH(WS-MB-IDX)
           IF AM-OPEN-DATE IS NUMERIC
            ADD AM-OPEN-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE AcctMasterFile
    END-IF.

SCAN-RELATION-FILE.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT RelationFile
    IF WS-RR-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ RelationFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD RR-ID TO WS-MB-HASH(WS-MB-IDX)
           IF RR-REL-ID IS NUMERIC
            ADD RR-REL-ID TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE RelationFile
    END-IF.

SCAN-LEGAL-HOLD-FILE.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT LegalHoldFile
    IF WS-LH-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ LegalHoldFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD LH-ID TO WS-MB-HASH(WS-MB-IDX)
           IF LH-PLACED-DATE IS NUMERIC
            ADD LH-PLACED-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE LegalHoldFile
    END-IF.

SCAN-CONSENT-FILE.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT ConsentFile
    IF WS-CN-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ConsentFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD CN-ID TO WS-MB-HASH(WS-MB-IDX)
           IF CN-DATE IS NUMERIC
            ADD CN-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE ConsentFile
    END-IF.

SCAN-OPERATOR-FILE.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT OperFile
    IF WS-OP-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ OperFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           IF OP-LAST-SIGNON IS NUMERIC
            ADD OP-LAST-SIGNON TO WS-MB-HASH(WS-MB-IDX)
           END-IF
           IF OP-CHANGED-DATE IS NUMERIC
            ADD OP-CHANGED-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE OperFile
    END-IF.

SCAN-SEQUENTIAL-FILE.
    MOVE "N" TO WS-EndOfFile
    MOVE WS-MB-SOURCE(WS-MB-IDX) TO WS-SOURCE-FILENAME
    OPEN INPUT DrSourceFile
    IF WS-SOURCE-STATUS NOT = "00"
     MOVE "N" TO WS-MB-PRESENT(WS-MB-IDX)
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ DrSourceFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           PERFORM ADD-MEMBER-HASH
           PERFORM NOTE-CONSISTENCY-DATA
      END-READ
     END-PERFORM
     CLOSE DrSourceFile
    END-IF.

ADD-MEMBER-HASH.
    EVALUATE WS-MB-CODE(WS-MB-IDX)
     WHEN "CODETABLE"
      MOVE DR-SOURCE-RECORD TO WS-CODE-WORK
      IF CTB-EFF-DATE IS NUMERIC
       ADD CTB-EFF-DATE TO WS-MB-HASH(WS-MB-IDX)
      END-IF
     WHEN "AUDITSEQ"
      IF DR-SRC-SEQ IS NUMERIC
       ADD DR-SRC-SEQ TO WS-MB-HASH(WS-MB-IDX)
       MOVE DR-SRC-SEQ TO WS-LAST-AUDIT-SEQ
      END-IF
     WHEN "NEXTID"
      IF DR-SRC-SEQ IS NUMERIC
       ADD DR-SRC-SEQ TO WS-MB-HASH(WS-MB-IDX)
      END-IF
     WHEN "BATCHID"
      IF DR-SRC-BATCH-DATE IS NUMERIC
       ADD DR-SRC-BATCH-DATE TO WS-MB-HASH(WS-MB-IDX)
      END-IF
     WHEN "SUBBALANCE"
      MOVE DR-SOURCE-RECORD(1:10) TO WS-BAL-TEXT
      IF WS-BAL-WORK IS NUMERIC
       MOVE WS-BAL-WORK TO WS-HASH-AMOUNT
       COMPUTE WS-MB-HASH(WS-MB-IDX) =
        WS-MB-HASH(WS-MB-IDX) + (WS-HASH-AMOUNT * 100)
      END-IF
     WHEN "GATEREG"
      IF DR-SRC-GATE-COUNT IS NUMERIC
       ADD DR-SRC-GATE-COUNT TO WS-MB-HASH(WS-MB-IDX)
      END-IF
     WHEN "AUDITLOG"
      MOVE DR-SOURCE-RECORD TO WS-AUDIT-WORK
      IF AU-SEQ IS NUMERIC
       ADD AU-SEQ TO WS-MB-HASH(WS-MB-IDX)
      END-IF
    END-EVALUATE.

NOTE-CONSISTENCY-DATA.
    EVALUATE WS-MB-CODE(WS-MB-IDX)
     WHEN "NEXTID"
      IF DR-SRC-SEQ IS NUMERIC
       MOVE DR-SRC-SEQ TO WS-LIVE-NEXT-ID
      END-IF
     WHEN "BATCHID"
      MOVE DR-SOURCE-RECORD TO WS-BATCH-WORK
      MOVE WS-BW-BATCH-ID TO WS-LIVE-BATCH-ID
     WHEN "GATEREG"
      MOVE DR-SOURCE-RECORD TO WS-GATE-WORK
      IF WS-LIVE-BATCH-ID NOT = SPACES
         AND WS-GW-BATCH-ID = WS-LIVE-BATCH-ID
       MOVE "Y" TO WS-BATCH-FOUND
      END-IF
     WHEN "AUDITLOG"
      IF AU-SEQ IS NUMERIC AND AU-SEQ > WS-MAX-AUDIT-SEQ
       MOVE AU-SEQ TO WS-MAX-AUDIT-SEQ
      END-IF
      IF AU-ID IS NUMERIC AND AU-ID > WS-MAX-AUDIT-ID
       MOVE AU-ID TO WS-MAX-AUDIT-ID
      END-IF
    END-EVALUATE.

COMPARE-ONE-MEMBER.
    EVALUATE TRUE
     WHEN WS-MF-SEEN(WS-MB-IDX) = "N"
      MOVE "MISSING" TO WS-MEMBER-RESULT
     WHEN WS-MF-PRESENT(WS-MB-IDX) NOT = WS-MB-PRESENT(WS-MB-IDX)
        OR WS-MF-COUNT(WS-MB-IDX) NOT = WS-MB-COUNT(WS-MB-IDX)
        OR WS-MF-HASH(WS-MB-IDX) NOT = WS-MB-HASH(WS-MB-IDX)
      MOVE "MISMATCH" TO WS-MEMBER-RESULT
     WHEN OTHER
      MOVE "MATCH" TO WS-MEMBER-RESULT
    END-EVALUATE
    IF WS-MEMBER-RESULT NOT = "MATCH"
     ADD 1 TO WS-FAIL-COUNT
     DISPLAY "VERIFY FAILED: member " FUNCTION TRIM(WS-MB-CODE(WS-MB-IDX))
      " " FUNCTION TRIM(WS-MEMBER-RESULT)
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "MEMBER " WS-MB-CODE(WS-MB-IDX)
           " SET " WS-MF-PRESENT(WS-MB-IDX) " " WS-MF-COUNT(WS-MB-IDX)
           " " WS-MF-HASH(WS-MB-IDX)
           " LIVE " WS-MB-PRESENT(WS-MB-IDX) " " WS-MB-COUNT(WS-MB-IDX)
           " " WS-MB-HASH(WS-MB-IDX)
           " " WS-MEMBER-RESULT
     DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

CHECK-CONSISTENCY.
    MOVE "AUDITSEQ" TO WS-CHECK-NAME
    MOVE "PASS" TO WS-CHECK-RESULT
    MOVE SPACES TO WS-CHECK-DETAIL
    IF WS-LAST-AUDIT-SEQ NOT = WS-MF-AUDIT-SEQ
       OR WS-MAX-AUDIT-SEQ > WS-LAST-AUDIT-SEQ
     MOVE "FAIL" TO WS-CHECK-RESULT
    END-IF
    STRING "counter " WS-LAST-AUDIT-SEQ " set " WS-MF-AUDIT-SEQ
           " highest logged " WS-MAX-AUDIT-SEQ
     DELIMITED BY SIZE INTO WS-CHECK-DETAIL
    PERFORM WRITE-CHECK-LINE

    MOVE "NEXTID" TO WS-CHECK-NAME
    MOVE "PASS" TO WS-CHECK-RESULT
    MOVE SPACES TO WS-CHECK-DETAIL
    IF WS-MB-PRESENT(5) = "Y"
     IF WS-LIVE-NEXT-ID NOT > WS-MAX-PERSON-ID
        OR WS-LIVE-NEXT-ID NOT > WS-MAX-AUDIT-ID
      MOVE "FAIL" TO WS-CHECK-RESULT
     END-IF
    END-IF
    STRING "next " WS-LIVE-NEXT-ID " highest person " WS-MAX-PERSON-ID
           " highest audited " WS-MAX-AUDIT-ID
     DELIMITED BY SIZE INTO WS-CHECK-DETAIL
    PERFORM WRITE-CHECK-LINE

    MOVE "CONTACTS" TO WS-CHECK-NAME
    MOVE "PASS" TO WS-CHECK-RESULT
    MOVE SPACES TO WS-CHECK-DETAIL
    IF WS-ORPHAN-COUNT > 0
     MOVE "FAIL" TO WS-CHECK-RESULT
    END-IF
    STRING WS-ORPHAN-COUNT " contacts without a person record"
     DELIMITED BY SIZE INTO WS-CHECK-DETAIL
    PERFORM WRITE-CHECK-LINE

    MOVE "BATCHID" TO WS-CHECK-NAME
    MOVE "PASS" TO WS-CHECK-RESULT
    MOVE SPACES TO WS-CHECK-DETAIL
    IF WS-LIVE-BATCH-ID = SPACES
     MOVE "no current batch recorded" TO WS-CHECK-DETAIL
    ELSE
     IF WS-BATCH-FOUND = "N"
      MOVE "FAIL" TO WS-CHECK-RESULT
      STRING "batch " WS-LIVE-BATCH-ID " not on gate register"
       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
     ELSE
      STRING "batch " WS-LIVE-BATCH-ID " on gate register"
       DELIMITED BY SIZE INTO WS-CHECK-DETAIL
     END-IF
    END-IF
    PERFORM WRITE-CHECK-LINE.

WRITE-CHECK-LINE.
    IF WS-CHECK-RESULT NOT = "PASS"
     ADD 1 TO WS-FAIL-COUNT
     DISPLAY "VERIFY FAILED: " FUNCTION TRIM(WS-CHECK-NAME) " "
      FUNCTION TRIM(WS-CHECK-DETAIL)
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "CHECK " WS-CHECK-NAME " " WS-CHECK-RESULT " " WS-CHECK-DETAIL
     DELIMITED BY SIZE INTO WS-REPORT-LINE
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    MOVE WS-REPORT-LINE TO DR-VERIFY-RECORD
    WRITE DR-VERIFY-RECORD
    IF WS-VERIFY-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on DrVerifyFile, status "
      WS-VERIFY-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-REPORT-LINE" TO WS-EL-PARAGRAPH
     MOVE WS-VERIFY-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     ADD 1 TO WS-LINE-COUNT
    END-IF.

WRITE-CERTIFICATE.
    MOVE FUNCTION CURRENT-DATE TO WS-CERT-TIMESTAMP
    OPEN OUTPUT DrCertFile
    IF WS-DRCERT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to write recovery certificate, status "
      WS-DRCERT-STATUS
     MOVE "WRITE-CERTIFICATE" TO WS-EL-PARAGRAPH
     MOVE WS-DRCERT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE WS-RUN-DATE TO DC-RUN-DATE
     MOVE WS-VERIFY-RESULT TO DC-RESULT
     MOVE WS-MF-STAMP TO DC-SET-STAMP
     MOVE WS-MANIFEST-FILENAME TO DC-MANIFEST
     MOVE WS-CERT-TIMESTAMP TO DC-TIMESTAMP
     WRITE DR-CERT-RECORD
     CLOSE DrCertFile
    END-IF.

LOG-ERROR.
    MOVE "Cobol77DRVerify" TO EL-PROGRAM
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
    MOVE "Cobol77DRVerify" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-MF-MBR-COUNT TO OS-COUNT1
    MOVE WS-FAIL-COUNT TO OS-COUNT2
    MOVE WS-LINE-COUNT TO OS-COUNT3
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
            WHEN "CONTACTFILE"
             MOVE FP-VALUE TO WS-CONTACT-FILENAME
            WHEN "CODETABLEFILE"
             MOVE FP-VALUE TO WS-CODETABLE-FILENAME
            WHEN "AUDITFILE"
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "DRSETPREFIX"
             MOVE FP-VALUE TO WS-DRSET-PREFIX
            WHEN "DRMANIFEST"
             MOVE FP-VALUE TO WS-MANIFEST-FILENAME
            WHEN "ACCTMASTFILE"
             MOVE FP-VALUE TO WS-ACCTMAST-FILENAME
            WHEN "RELATIONFILE"
             MOVE FP-VALUE TO WS-RELATION-FILENAME
            WHEN "LEGALHOLDFILE"
             MOVE FP-VALUE TO WS-LEGALHOLD-FILENAME
            WHEN "CONSENTFILE"
             MOVE FP-VALUE TO WS-CONSENT-FILENAME
            WHEN "OPERFILE"
             MOVE FP-VALUE TO WS-OPER-FILENAME
            WHEN "DRVERIFYRPT"
             MOVE FP-VALUE TO WS-VERIFY-FILENAME
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
