IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol76DRPack.

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
    SELECT DrMemberFile ASSIGN TO DYNAMIC WS-MEMBER-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MEMBER-STATUS.
    SELECT DrManifestFile ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT RunLockFile ASSIGN TO "runlock.dat"
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-RUNLOCK-STATUS.
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

FD DrMemberFile.
01 DR-MEMBER-RECORD PIC X(300).

FD DrManifestFile.
01 DR-MANIFEST-RECORD.
    COPY DRMANIFEST.

FD RunLockFile.
01 RUN-LOCK-RECORD.
    COPY RUNLOCK.

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
01 WS-RUNLOCK-STATUS   PIC X(02).
01 WS-LOCK-OWNED       PIC X VALUE "N".
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
01 WS-MEMBER-FILENAME  PIC X(60).
01 WS-MANIFEST-FILENAME PIC X(60) VALUE SPACES.
01 WS-DB-STATUS        PIC X(02).
01 WS-CT-STATUS        PIC X(02).
01 WS-ACCTMAST-STATUS  PIC X(02).
01 WS-RR-STATUS        PIC X(02).
01 WS-LH-STATUS        PIC X(02).
01 WS-CN-STATUS        PIC X(02).
01 WS-OP-STATUS        PIC X(02).
01 WS-SOURCE-STATUS    PIC X(02).
01 WS-MEMBER-STATUS    PIC X(02).
01 WS-MANIFEST-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-RUN-DATE         PIC 9(8).
01 WS-SET-STAMP        PIC X(14).
01 WS-LAST-AUDIT-SEQ   PIC 9(07) VALUE 0.
01 WS-TOTAL-RECORDS    PIC 9(7) VALUE 0.
01 WS-ABSENT-COUNT     PIC 9(7) VALUE 0.
01 WS-PACKED-COUNT     PIC 9(7) VALUE 0.
01 WS-MB-IDX           PIC 9(2) VALUE 0.
01 WS-HASH-AMOUNT      PIC 9(7)V99 VALUE 0.
01 WS-BAL-TEXT         PIC X(10).
01 WS-BAL-WORK REDEFINES WS-BAL-TEXT
                       PIC S9(7)V99 SIGN IS LEADING SEPARATE CHARACTER.
01 WS-CODE-WORK.
    COPY CODETABLE.
01 WS-AUDIT-WORK.
    COPY AUDITREC.
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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol76DRPack".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 12.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "CODETABLEFILE  NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "DRSETPREFIX    NN".
        10 FILLER PIC X(17) VALUE "DRMANIFEST     NN".
        10 FILLER PIC X(17) VALUE "ACCTMASTFILE   NN".
        10 FILLER PIC X(17) VALUE "RELATIONFILE   NN".
        10 FILLER PIC X(17) VALUE "LEGALHOLDFILE  NN".
        10 FILLER PIC X(17) VALUE "CONSENTFILE    NN".
        10 FILLER PIC X(17) VALUE "OPERFILE       NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 12 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting disaster recovery set packaging..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM ACQUIRE-RUN-LOCK
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: person master is in use."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SET-STAMP
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
     UNTIL WS-MB-IDX > WS-MEMBER-COUNT OR RETURN-CODE NOT = 0
     PERFORM PACK-ONE-MEMBER
    END-PERFORM

    IF RETURN-CODE = 0
     PERFORM WRITE-MANIFEST
    END-IF

    PERFORM RELEASE-RUN-LOCK

    IF RETURN-CODE = 0
     DISPLAY "Recovery set " WS-SET-STAMP " manifest "
      FUNCTION TRIM(WS-MANIFEST-FILENAME)
    ELSE
     DISPLAY "ERROR: recovery set incomplete; do not use manifest "
      FUNCTION TRIM(WS-MANIFEST-FILENAME)
    END-IF
    DISPLAY "Members packaged: " WS-PACKED-COUNT
    DISPLAY "Records copied: " WS-TOTAL-RECORDS
    DISPLAY "Source files absent: " WS-ABSENT-COUNT
    DISPLAY "Last audit sequence: " WS-LAST-AUDIT-SEQ
    PERFORM WRITE-OPS-STAT
    DISPLAY "Disaster recovery set packaging completed."
    GOBACK.

PACK-ONE-MEMBER.
    MOVE "Y" TO WS-MB-PRESENT(WS-MB-IDX)
    MOVE 0 TO WS-MB-COUNT(WS-MB-IDX)
    MOVE 0 TO WS-MB-HASH(WS-MB-IDX)
    MOVE SPACES TO WS-MEMBER-FILENAME
    STRING FUNCTION TRIM(WS-DRSET-PREFIX) ".D" WS-RUN-DATE "."
           FUNCTION LOWER-CASE(FUNCTION TRIM(WS-MB-CODE(WS-MB-IDX)))
     DELIMITED BY SIZE INTO WS-MEMBER-FILENAME
    OPEN OUTPUT DrMemberFile
    IF WS-MEMBER-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open recovery member "
      FUNCTION TRIM(WS-MEMBER-FILENAME) ", status " WS-MEMBER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "PACK-ONE-MEMBER" TO WS-EL-PARAGRAPH
     MOVE WS-MEMBER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE SPACES TO DR-MEMBER-RECORD
     STRING "HDR RUNDATE=" WS-RUN-DATE " SOURCE=" WS-MB-SOURCE(WS-MB-IDX)
            " SET=" WS-SET-STAMP
      DELIMITED BY SIZE INTO DR-MEMBER-RECORD
     PERFORM WRITE-MEMBER-RECORD
     EVALUATE WS-MB-CODE(WS-MB-IDX)
      WHEN "PERSON"
       PERFORM COPY-PERSON-MASTER
      WHEN "CONTACT"
       PERFORM COPY-CONTACT-FILE
      WHEN "ACCTMAST"
       PERFORM COPY-ACCOUNT-MASTER
      WHEN "RELATION"
       PERFORM COPY-RELATION-FILE
      WHEN "LEGALHOLD"
       PERFORM COPY-LEGAL-HOLD-FILE
      WHEN "CONSENT"
       PERFORM COPY-CONSENT-FILE
      WHEN "OPERATOR"
       PERFORM COPY-OPERATOR-FILE
      WHEN OTHER
       PERFORM COPY-SEQUENTIAL-FILE
     END-EVALUATE
     MOVE SPACES TO DR-MEMBER-RECORD
     STRING "TRL RECORDCOUNT=" WS-MB-COUNT(WS-MB-IDX)
      DELIMITED BY SIZE INTO DR-MEMBER-RECORD
     PERFORM WRITE-MEMBER-RECORD
     CLOSE DrMemberFile
     ADD 1 TO WS-PACKED-COUNT
     ADD WS-MB-COUNT(WS-MB-IDX) TO WS-TOTAL-RECORDS
     IF WS-MB-PRESENT(WS-MB-IDX) = "N"
      ADD 1 TO WS-ABSENT-COUNT
      DISPLAY "NOTE: " FUNCTION TRIM(WS-MB-SOURCE(WS-MB-IDX))
       " not present; packaged as an empty member."
     END-IF
    END-IF.

COPY-PERSON-MASTER.
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "COPY-PERSON-MASTER" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ PersonFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE PERSON-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD DB-ID TO WS-MB-HASH(WS-MB-IDX)
      END-READ
     END-PERFORM
     CLOSE PersonFile
    END-IF.

COPY-CONTACT-FILE.
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
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE CONTACT-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD CT-ID TO WS-MB-HASH(WS-MB-IDX)
           ADD CT-SEQ TO WS-MB-HASH(WS-MB-IDX)
      END-READ
     END-PERFORM
     CLOSE ContactFile
    END-IF.

COPY-ACCOUNT-MASTER.
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
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE ACCT-MASTER-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD AM-PR-ID TO WS-MB-HASH(WS-MB-IDX)
           IF AM-OPEN-DATE IS NUMERIC
            ADD AM-OPEN-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE AcctMasterFile
    END-IF.

COPY-RELATION-FILE.
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
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE RELATION-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD RR-ID TO WS-MB-HASH(WS-MB-IDX)
           IF RR-REL-ID IS NUMERIC
            ADD RR-REL-ID TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE RelationFile
    END-IF.

COPY-LEGAL-HOLD-FILE.
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
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE LEGAL-HOLD-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD LH-ID TO WS-MB-HASH(WS-MB-IDX)
           IF LH-PLACED-DATE IS NUMERIC
            ADD LH-PLACED-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE LegalHoldFile
    END-IF.

COPY-CONSENT-FILE.
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
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE CONSENT-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           ADD CN-ID TO WS-MB-HASH(WS-MB-IDX)
           IF CN-DATE IS NUMERIC
            ADD CN-DATE TO WS-MB-HASH(WS-MB-IDX)
           END-IF
      END-READ
     END-PERFORM
     CLOSE ConsentFile
    END-IF.

COPY-OPERATOR-FILE.
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
           MOVE SPACES TO DR-MEMBER-RECORD
           MOVE OPER-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
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

COPY-SEQUENTIAL-FILE.
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
           MOVE DR-SOURCE-RECORD TO DR-MEMBER-RECORD
           PERFORM WRITE-MEMBER-RECORD
           ADD 1 TO WS-MB-COUNT(WS-MB-IDX)
           PERFORM ADD-MEMBER-HASH
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

WRITE-MEMBER-RECORD.
    WRITE DR-MEMBER-RECORD
    IF WS-MEMBER-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on recovery member "
      FUNCTION TRIM(WS-MEMBER-FILENAME) ", status " WS-MEMBER-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-MEMBER-RECORD" TO WS-EL-PARAGRAPH
     MOVE WS-MEMBER-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    END-IF.

WRITE-MANIFEST.
    OPEN OUTPUT DrManifestFile
    IF WS-MANIFEST-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open recovery manifest, status "
      WS-MANIFEST-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-MANIFEST" TO WS-EL-PARAGRAPH
     MOVE WS-MANIFEST-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE SPACES TO DR-MANIFEST-RECORD
     MOVE "HDR" TO DM-REC-TYPE
     MOVE "DRSET" TO DM-MEMBER
     MOVE WS-DRSET-PREFIX TO DM-SOURCE
     MOVE "Y" TO DM-PRESENT
     MOVE 0 TO DM-RECORD-COUNT
     MOVE WS-RUN-DATE TO DM-HASH-TOTAL
     MOVE WS-LAST-AUDIT-SEQ TO DM-LAST-AUDIT-SEQ
     MOVE WS-SET-STAMP TO DM-SET-STAMP
     WRITE DR-MANIFEST-RECORD
     PERFORM VARYING WS-MB-IDX FROM 1 BY 1
      UNTIL WS-MB-IDX > WS-MEMBER-COUNT
      MOVE SPACES TO DR-MANIFEST-RECORD
      MOVE "MBR" TO DM-REC-TYPE
      MOVE WS-MB-CODE(WS-MB-IDX) TO DM-MEMBER
      MOVE WS-MB-SOURCE(WS-MB-IDX) TO DM-SOURCE
      MOVE WS-MB-PRESENT(WS-MB-IDX) TO DM-PRESENT
      MOVE WS-MB-COUNT(WS-MB-IDX) TO DM-RECORD-COUNT
      MOVE WS-MB-HASH(WS-MB-IDX) TO DM-HASH-TOTAL
      MOVE WS-LAST-AUDIT-SEQ TO DM-LAST-AUDIT-SEQ
      MOVE WS-SET-STAMP TO DM-SET-STAMP
      WRITE DR-MANIFEST-RECORD
     END-PERFORM
     MOVE SPACES TO DR-MANIFEST-RECORD
     MOVE "TRL" TO DM-REC-TYPE
     MOVE "DRSET" TO DM-MEMBER
     MOVE WS-DRSET-PREFIX TO DM-SOURCE
     MOVE "Y" TO DM-PRESENT
     MOVE WS-MEMBER-COUNT TO DM-RECORD-COUNT
     MOVE WS-TOTAL-RECORDS TO DM-HASH-TOTAL
     MOVE WS-LAST-AUDIT-SEQ TO DM-LAST-AUDIT-SEQ
     MOVE WS-SET-STAMP TO DM-SET-STAMP
     WRITE DR-MANIFEST-RECORD
     IF WS-MANIFEST-STATUS NOT = "00"
      DISPLAY "ERROR: write failure on recovery manifest, status "
       WS-MANIFEST-STATUS
      MOVE 8 TO RETURN-CODE
     END-IF
     CLOSE DrManifestFile
    END-IF.

ACQUIRE-RUN-LOCK.
    OPEN INPUT RunLockFile
    IF WS-RUNLOCK-STATUS = "00"
     READ RunLockFile INTO RUN-LOCK-RECORD
      AT END
       CONTINUE
      NOT AT END
       IF RL-HOLDER NOT = SPACES
        DISPLAY "ERROR: person master locked by "
         FUNCTION TRIM(RL-HOLDER) " since " RL-TIMESTAMP
        MOVE 8 TO RETURN-CODE
       END-IF
     END-READ
     CLOSE RunLockFile
    END-IF
    IF RETURN-CODE = 0
     OPEN OUTPUT RunLockFile
     IF WS-RUNLOCK-STATUS = "00"
      MOVE "Cobol76DRPack" TO RL-HOLDER
      MOVE FUNCTION CURRENT-DATE TO RL-TIMESTAMP
      WRITE RUN-LOCK-RECORD
      CLOSE RunLockFile
      MOVE "Y" TO WS-LOCK-OWNED
     ELSE
      DISPLAY "ERROR: unable to register run lock, status "
       WS-RUNLOCK-STATUS
      MOVE 8 TO RETURN-CODE
     END-IF
    END-IF.

RELEASE-RUN-LOCK.
    IF WS-LOCK-OWNED = "Y"
     OPEN OUTPUT RunLockFile
     IF WS-RUNLOCK-STATUS = "00"
      CLOSE RunLockFile
     END-IF
     MOVE "N" TO WS-LOCK-OWNED
    END-IF.

LOG-ERROR.
    MOVE "Cobol76DRPack" TO EL-PROGRAM
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
    MOVE "Cobol76DRPack" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-PACKED-COUNT TO OS-COUNT1
    MOVE WS-TOTAL-RECORDS TO OS-COUNT2
    MOVE WS-ABSENT-COUNT TO OS-COUNT3
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
