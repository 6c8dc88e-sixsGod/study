IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol73RefCheck.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT SurvivorFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS SV-ID
     ALTERNATE RECORD KEY IS SV-NAME WITH DUPLICATES
     FILE STATUS IS WS-SV-STATUS.
    SELECT ContactFile ASSIGN TO DYNAMIC WS-CONTACT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT ArchCatFile ASSIGN TO DYNAMIC WS-ARCHCAT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS AC-ID
     FILE STATUS IS WS-ARCHCAT-STATUS.
    SELECT ArchiveFile ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-ARCHIVE-STATUS.
    SELECT RefCheckFile ASSIGN TO DYNAMIC WS-REFCHECK-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-REFCHECK-STATUS.
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

FD SurvivorFile.
01 SURVIVOR-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==SV-==.

FD ContactFile.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD ArchCatFile.
01 ARCH-CAT-RECORD.
    COPY ARCHCAT.

FD ArchiveFile.
01 ARCHIVE-RECORD PIC X(130).

FD RefCheckFile.
01 REF-CHECK-RECORD PIC X(132).

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
01 WS-EL-PARAGRAPH        PIC X(20).
01 WS-EL-STATUS           PIC X(10).
01 WS-EndOfFile           PIC X VALUE "N".
01 WS-SYSPARM-EOF         PIC X VALUE "N".
01 WS-ARCHIVE-EOF         PIC X VALUE "N".
01 WS-PERSON-FILENAME     PIC X(40) VALUE "persondb.dat".
01 WS-CONTACT-FILENAME    PIC X(40) VALUE "contactdb.dat".
01 WS-ARCHCAT-FILENAME    PIC X(40) VALUE "archcat.dat".
01 WS-REFCHECK-FILENAME   PIC X(40) VALUE "refcheck.txt".
01 WS-ARCHIVE-NAME        PIC X(40).
01 WS-DB-STATUS           PIC X(02).
01 WS-SV-STATUS           PIC X(02).
01 WS-CT-STATUS           PIC X(02).
01 WS-ARCHCAT-STATUS      PIC X(02).
01 WS-ARCHIVE-STATUS      PIC X(02).
01 WS-REFCHECK-STATUS     PIC X(02).
01 WS-SYSPARM-STATUS      PIC X(02).
01 WS-OPSSTAT-STATUS      PIC X(02).
01 WS-ERRLOG-STATUS       PIC X(02).
01 WS-RUN-DATE            PIC 9(8).
01 WS-ARCHCAT-AVAILABLE   PIC X VALUE "N".
01 WS-SURVIVOR-AVAILABLE  PIC X VALUE "N".
01 WS-PERSON-COUNT        PIC 9(7) VALUE 0.
01 WS-CONTACT-COUNT       PIC 9(7) VALUE 0.
01 WS-MERGED-COUNT        PIC 9(7) VALUE 0.
01 WS-CATALOG-COUNT       PIC 9(7) VALUE 0.
01 WS-CHECKED-COUNT       PIC 9(7) VALUE 0.
01 WS-EXCEPTION-COUNT     PIC 9(7) VALUE 0.
01 WS-CAT-IDX             PIC 9(1) VALUE 0.
01 WS-SECTION-COUNT       PIC 9(7) VALUE 0.
01 WS-DETAIL-TEXT         PIC X(80).
01 WS-REASON              PIC X(28).
01 WS-CHAIN-ID            PIC 9(7) VALUE 0.
01 WS-CHAIN-HOPS          PIC 9(2) VALUE 0.
01 WS-CHAIN-DONE          PIC X VALUE "N".
01 WS-RECORD-FOUND        PIC X VALUE "N".
01 WS-ID-SUB              PIC 9(8).
01 WS-ARCH-WORK.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==AW-==.
01 WS-CATEGORY-TABLE.
    05 WS-CATEGORY-VALUES.
        10 FILLER PIC X(50)
         VALUE "R1ACTIVE CONTACTS WITHOUT AN ACTIVE PERSON       ".
        10 FILLER PIC X(50)
         VALUE "R2MERGES WITHOUT AN ACTIVE SURVIVOR              ".
        10 FILLER PIC X(50)
         VALUE "R3CATALOG ENTRIES NOT BACKED BY THEIR ARCHIVE    ".
        10 FILLER PIC X(50)
         VALUE "R4ARCHIVED IDS STILL ON THE PERSON MASTER        ".
    05 FILLER REDEFINES WS-CATEGORY-VALUES.
        10 WS-CATEGORY-ENTRY OCCURS 4 TIMES.
            15 WS-CAT-CODE    PIC X(02).
            15 WS-CAT-DESC    PIC X(48).
01 WS-CATEGORY-RESULTS.
    05 WS-CAT-COUNT OCCURS 4 TIMES PIC 9(7).
    05 WS-CAT-CHECKED OCCURS 4 TIMES PIC X.
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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol73RefCheck".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 5.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "ARCHCATFILE    NN".
        10 FILLER PIC X(17) VALUE "REFCHECKFILE   NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 5 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting referential integrity check..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 4
     MOVE 0 TO WS-CAT-COUNT(WS-CAT-IDX)
     MOVE "Y" TO WS-CAT-CHECKED(WS-CAT-IDX)
    END-PERFORM

    PERFORM LOAD-PERSON-STATES
    IF RETURN-CODE NOT = 0
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN OUTPUT RefCheckFile
    IF WS-REFCHECK-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open RefCheckFile, status "
      WS-REFCHECK-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-REFCHECK-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE SPACES TO REF-CHECK-RECORD
    STRING "REFERENTIAL INTEGRITY EXCEPTIONS " WS-RUN-DATE
     DELIMITED BY SIZE INTO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD

    PERFORM MARK-PURGED-PERSONS
    PERFORM CHECK-CONTACTS
    PERFORM CHECK-MERGE-CHAINS
    PERFORM CHECK-ARCHIVE-CATALOG
    PERFORM CHECK-ARCHIVED-ON-MASTER

    PERFORM WRITE-CATEGORY-SUMMARY
    MOVE SPACES TO REF-CHECK-RECORD
    STRING "TRL EXCEPTIONCOUNT=" WS-EXCEPTION-COUNT
     DELIMITED BY SIZE INTO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD
    CLOSE RefCheckFile

    IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
     DISPLAY "WARNING: " WS-EXCEPTION-COUNT
      " referential integrity exception(s) found."
     MOVE 4 TO RETURN-CODE
    END-IF
    DISPLAY "Master records read: " WS-PERSON-COUNT
    DISPLAY "Contact rows read: " WS-CONTACT-COUNT
    DISPLAY "Merged records followed: " WS-MERGED-COUNT
    DISPLAY "Catalog entries read: " WS-CATALOG-COUNT
    DISPLAY "Exceptions: " WS-EXCEPTION-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Referential integrity check completed."
    GOBACK.

LOAD-PERSON-STATES.
    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "LOAD-PERSON-STATES" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ PersonFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-PERSON-COUNT
           IF DB-ID IS NUMERIC
            COMPUTE WS-ID-SUB = DB-ID + 1
            IF DB-ACTIVE OR DB-DELETED OR DB-MERGED
             MOVE DB-STATUS TO WS-ID-STATE(WS-ID-SUB)
            ELSE
             MOVE "?" TO WS-ID-STATE(WS-ID-SUB)
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE PersonFile
    END-IF.

MARK-PURGED-PERSONS.
    OPEN INPUT ArchCatFile
    IF WS-ARCHCAT-STATUS = "00"
     MOVE "Y" TO WS-ARCHCAT-AVAILABLE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ArchCatFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-CATALOG-COUNT
           IF AC-ID IS NUMERIC AND AC-ARCHIVED
            COMPUTE WS-ID-SUB = AC-ID + 1
            IF WS-ID-STATE(WS-ID-SUB) = SPACE
             MOVE "P" TO WS-ID-STATE(WS-ID-SUB)
            END-IF
           END-IF
      END-READ
     END-PERFORM
     CLOSE ArchCatFile
    ELSE
     DISPLAY "NOTE: no archive catalog; R3 and R4 not evaluated."
     MOVE "N" TO WS-CAT-CHECKED(3)
     MOVE "N" TO WS-CAT-CHECKED(4)
    END-IF.

CHECK-CONTACTS.
    MOVE 1 TO WS-CAT-IDX
    PERFORM WRITE-SECTION-HEADER
    OPEN INPUT ContactFile
    IF WS-CT-STATUS NOT = "00"
     DISPLAY "NOTE: no contact file; R1 not evaluated."
     MOVE "N" TO WS-CAT-CHECKED(1)
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ContactFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-CONTACT-COUNT
           ADD 1 TO WS-CHECKED-COUNT
           IF CT-ACTIVE AND CT-ID IS NUMERIC
            PERFORM CHECK-CONTACT-OWNER
           END-IF
      END-READ
     END-PERFORM
     CLOSE ContactFile
    END-IF
    PERFORM WRITE-SECTION-TRAILER.

CHECK-CONTACT-OWNER.
    COMPUTE WS-ID-SUB = CT-ID + 1
    MOVE SPACES TO WS-REASON
    EVALUATE WS-ID-STATE(WS-ID-SUB)
     WHEN "A"
      CONTINUE
     WHEN "D"
      MOVE "PERSON DELETED" TO WS-REASON
     WHEN "M"
      MOVE "PERSON MERGED" TO WS-REASON
     WHEN "P"
      MOVE "PERSON PURGED" TO WS-REASON
     WHEN SPACE
      MOVE "PERSON MISSING" TO WS-REASON
     WHEN OTHER
      MOVE "PERSON STATUS INVALID" TO WS-REASON
    END-EVALUATE
    IF WS-REASON NOT = SPACES
     MOVE SPACES TO WS-DETAIL-TEXT
     STRING CT-ID " TYPE=" CT-TYPE " SEQ=" CT-SEQ " "
            CT-VALUE
      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
     PERFORM WRITE-EXCEPTION
    END-IF.

CHECK-MERGE-CHAINS.
    MOVE 2 TO WS-CAT-IDX
    PERFORM WRITE-SECTION-HEADER
    OPEN INPUT SurvivorFile
    IF WS-SV-STATUS = "00"
     MOVE "Y" TO WS-SURVIVOR-AVAILABLE
    END-IF
    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to reopen PersonFile, status "
      WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "CHECK-MERGE-CHAINS" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "N" TO WS-CAT-CHECKED(2)
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ PersonFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           IF DB-MERGED
            ADD 1 TO WS-MERGED-COUNT
            ADD 1 TO WS-CHECKED-COUNT
            PERFORM RESOLVE-MERGE-CHAIN
           END-IF
      END-READ
     END-PERFORM
     CLOSE PersonFile
    END-IF
    IF WS-SURVIVOR-AVAILABLE = "Y"
     CLOSE SurvivorFile
    END-IF
    PERFORM WRITE-SECTION-TRAILER.

RESOLVE-MERGE-CHAIN.
    MOVE SPACES TO WS-REASON
    MOVE 0 TO WS-CHAIN-HOPS
    MOVE 0 TO WS-CHAIN-ID
    MOVE "N" TO WS-CHAIN-DONE
    IF DB-MERGE-ID IS NOT NUMERIC OR DB-MERGE-ID = 0
     MOVE "NO SURVIVOR ID" TO WS-REASON
     MOVE "Y" TO WS-CHAIN-DONE
    ELSE
     MOVE DB-MERGE-ID TO WS-CHAIN-ID
    END-IF
    PERFORM UNTIL WS-CHAIN-DONE = "Y"
     ADD 1 TO WS-CHAIN-HOPS
     COMPUTE WS-ID-SUB = WS-CHAIN-ID + 1
     EVALUATE TRUE
      WHEN WS-CHAIN-ID = DB-ID
       MOVE "MERGE LOOP" TO WS-REASON
      WHEN WS-CHAIN-HOPS > 10
       MOVE "CHAIN OVER 10 LINKS" TO WS-REASON
      WHEN WS-ID-STATE(WS-ID-SUB) = "A"
       CONTINUE
      WHEN WS-ID-STATE(WS-ID-SUB) = "D"
       MOVE "SURVIVOR DELETED" TO WS-REASON
      WHEN WS-ID-STATE(WS-ID-SUB) = "P"
       MOVE "SURVIVOR PURGED" TO WS-REASON
      WHEN WS-ID-STATE(WS-ID-SUB) = SPACE
       MOVE "SURVIVOR MISSING" TO WS-REASON
      WHEN WS-ID-STATE(WS-ID-SUB) = "M"
       PERFORM FOLLOW-SURVIVOR
      WHEN OTHER
       MOVE "SURVIVOR STATUS INVALID" TO WS-REASON
     END-EVALUATE
     IF WS-REASON NOT = SPACES OR WS-ID-STATE(WS-ID-SUB) = "A"
      MOVE "Y" TO WS-CHAIN-DONE
     END-IF
    END-PERFORM
    IF WS-REASON NOT = SPACES
     MOVE SPACES TO WS-DETAIL-TEXT
     STRING DB-ID " " DB-NAME " MERGE-ID=" DB-MERGE-ID
            " LAST=" WS-CHAIN-ID " LINKS=" WS-CHAIN-HOPS
      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
     PERFORM WRITE-EXCEPTION
    END-IF.

FOLLOW-SURVIVOR.
    IF WS-SURVIVOR-AVAILABLE = "N"
     MOVE "SURVIVOR UNREADABLE" TO WS-REASON
    ELSE
     MOVE WS-CHAIN-ID TO SV-ID
     READ SurvivorFile
      KEY IS SV-ID
     END-READ
     IF WS-SV-STATUS NOT = "00"
      MOVE "SURVIVOR UNREADABLE" TO WS-REASON
     ELSE
      IF SV-MERGE-ID IS NOT NUMERIC OR SV-MERGE-ID = 0
       MOVE "NO SURVIVOR ID" TO WS-REASON
      ELSE
       MOVE SV-MERGE-ID TO WS-CHAIN-ID
      END-IF
     END-IF
    END-IF.

CHECK-ARCHIVE-CATALOG.
    MOVE 3 TO WS-CAT-IDX
    PERFORM WRITE-SECTION-HEADER
    IF WS-ARCHCAT-AVAILABLE = "Y"
     OPEN INPUT ArchCatFile
     IF WS-ARCHCAT-STATUS NOT = "00"
      DISPLAY "ERROR: unable to reopen archive catalog, status "
       WS-ARCHCAT-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "CHECK-ARCHIVE-CATALO" TO WS-EL-PARAGRAPH
      MOVE WS-ARCHCAT-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      MOVE "N" TO WS-CAT-CHECKED(3)
     ELSE
      MOVE "N" TO WS-EndOfFile
      PERFORM UNTIL WS-EndOfFile = "Y"
       READ ArchCatFile
           AT END
            MOVE "Y" TO WS-EndOfFile
           NOT AT END
            ADD 1 TO WS-CHECKED-COUNT
            PERFORM CHECK-CATALOG-ENTRY
       END-READ
      END-PERFORM
      CLOSE ArchCatFile
     END-IF
    END-IF
    PERFORM WRITE-SECTION-TRAILER.

CHECK-CATALOG-ENTRY.
    MOVE SPACES TO WS-REASON
    IF AC-ID IS NOT NUMERIC
     MOVE "CATALOG ID INVALID" TO WS-REASON
    ELSE
     COMPUTE WS-ID-SUB = AC-ID + 1
     EVALUATE TRUE
      WHEN AC-ARCHIVED
       PERFORM FIND-IN-ARCHIVE
      WHEN AC-RESTORED
       IF WS-ID-STATE(WS-ID-SUB) = SPACE
        MOVE "RESTORED BUT NOT ON MASTER" TO WS-REASON
       END-IF
      WHEN OTHER
       MOVE "CATALOG STATUS INVALID" TO WS-REASON
     END-EVALUATE
    END-IF
    IF WS-REASON NOT = SPACES
     MOVE SPACES TO WS-DETAIL-TEXT
     STRING AC-ID " " AC-PURGE-DATE " " AC-ARCHIVE
      DELIMITED BY SIZE INTO WS-DETAIL-TEXT
     PERFORM WRITE-EXCEPTION
    END-IF.

FIND-IN-ARCHIVE.
    MOVE AC-ARCHIVE TO WS-ARCHIVE-NAME
    MOVE "N" TO WS-ARCHIVE-EOF
    MOVE "N" TO WS-RECORD-FOUND
    OPEN INPUT ArchiveFile
    IF WS-ARCHIVE-STATUS NOT = "00"
     MOVE SPACES TO WS-REASON
     STRING "ARCHIVE FILE MISSING " WS-ARCHIVE-STATUS
      DELIMITED BY SIZE INTO WS-REASON
    ELSE
     PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
      READ ArchiveFile
       AT END
        MOVE "Y" TO WS-ARCHIVE-EOF
       NOT AT END
        IF ARCHIVE-RECORD(1:4) = "HDR "
           OR ARCHIVE-RECORD(1:4) = "TRL "
         CONTINUE
        ELSE
         MOVE ARCHIVE-RECORD TO WS-ARCH-WORK
         IF AW-ID IS NUMERIC AND AW-ID = AC-ID
          MOVE "Y" TO WS-RECORD-FOUND
          MOVE "Y" TO WS-ARCHIVE-EOF
         END-IF
        END-IF
      END-READ
     END-PERFORM
     CLOSE ArchiveFile
     IF WS-RECORD-FOUND = "N"
      MOVE "ID NOT IN ARCHIVE FILE" TO WS-REASON
     END-IF
    END-IF.

CHECK-ARCHIVED-ON-MASTER.
    MOVE 4 TO WS-CAT-IDX
    PERFORM WRITE-SECTION-HEADER
    IF WS-ARCHCAT-AVAILABLE = "Y"
     OPEN INPUT ArchCatFile
     IF WS-ARCHCAT-STATUS NOT = "00"
      DISPLAY "ERROR: unable to reopen archive catalog, status "
       WS-ARCHCAT-STATUS
      MOVE 8 TO RETURN-CODE
      MOVE "CHECK-ARCHIVED-ON-MA" TO WS-EL-PARAGRAPH
      MOVE WS-ARCHCAT-STATUS TO WS-EL-STATUS
      PERFORM LOG-ERROR
      MOVE "N" TO WS-CAT-CHECKED(4)
     ELSE
      MOVE "N" TO WS-EndOfFile
      PERFORM UNTIL WS-EndOfFile = "Y"
       READ ArchCatFile
           AT END
            MOVE "Y" TO WS-EndOfFile
           NOT AT END
            IF AC-ID IS NUMERIC AND AC-ARCHIVED
             COMPUTE WS-ID-SUB = AC-ID + 1
             IF WS-ID-STATE(WS-ID-SUB) NOT = SPACE
                AND WS-ID-STATE(WS-ID-SUB) NOT = "P"
              MOVE SPACES TO WS-REASON
              STRING "ON MASTER STATUS " WS-ID-STATE(WS-ID-SUB)
               DELIMITED BY SIZE INTO WS-REASON
              MOVE SPACES TO WS-DETAIL-TEXT
              STRING AC-ID " " AC-NAME " PURGED=" AC-PURGE-DATE
               DELIMITED BY SIZE INTO WS-DETAIL-TEXT
              PERFORM WRITE-EXCEPTION
             END-IF
            END-IF
       END-READ
      END-PERFORM
      CLOSE ArchCatFile
     END-IF
    END-IF
    PERFORM WRITE-SECTION-TRAILER.

WRITE-SECTION-HEADER.
    MOVE 0 TO WS-SECTION-COUNT
    MOVE SPACES TO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD
    MOVE SPACES TO REF-CHECK-RECORD
    STRING WS-CAT-CODE(WS-CAT-IDX) " " WS-CAT-DESC(WS-CAT-IDX)
     DELIMITED BY SIZE INTO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD.

WRITE-SECTION-TRAILER.
    MOVE SPACES TO REF-CHECK-RECORD
    IF WS-CAT-CHECKED(WS-CAT-IDX) = "N"
     STRING WS-CAT-CODE(WS-CAT-IDX) " NOT EVALUATED"
      DELIMITED BY SIZE INTO REF-CHECK-RECORD
    ELSE
     STRING WS-CAT-CODE(WS-CAT-IDX) " EXCEPTIONS: " WS-SECTION-COUNT
      DELIMITED BY SIZE INTO REF-CHECK-RECORD
    END-IF
    WRITE REF-CHECK-RECORD.

WRITE-EXCEPTION.
    ADD 1 TO WS-SECTION-COUNT
    ADD 1 TO WS-CAT-COUNT(WS-CAT-IDX)
    ADD 1 TO WS-EXCEPTION-COUNT
    MOVE SPACES TO REF-CHECK-RECORD
    STRING WS-CAT-CODE(WS-CAT-IDX) " " WS-REASON " " WS-DETAIL-TEXT
     DELIMITED BY SIZE INTO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD
    IF WS-REFCHECK-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on RefCheckFile, status "
      WS-REFCHECK-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "WRITE-EXCEPTION" TO WS-EL-PARAGRAPH
     MOVE WS-REFCHECK-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    END-IF.

WRITE-CATEGORY-SUMMARY.
    MOVE SPACES TO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD
    MOVE "SUMMARY BY CATEGORY" TO REF-CHECK-RECORD
    WRITE REF-CHECK-RECORD
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 4
     MOVE SPACES TO REF-CHECK-RECORD
     IF WS-CAT-CHECKED(WS-CAT-IDX) = "N"
      STRING WS-CAT-CODE(WS-CAT-IDX) " " WS-CAT-DESC(WS-CAT-IDX)
             " NOT EVALUATED"
       DELIMITED BY SIZE INTO REF-CHECK-RECORD
     ELSE
      STRING WS-CAT-CODE(WS-CAT-IDX) " " WS-CAT-DESC(WS-CAT-IDX)
             " " WS-CAT-COUNT(WS-CAT-IDX)
       DELIMITED BY SIZE INTO REF-CHECK-RECORD
     END-IF
     WRITE REF-CHECK-RECORD
    END-PERFORM.

LOG-ERROR.
    MOVE "Cobol73RefCheck" TO EL-PROGRAM
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
    MOVE "Cobol73RefCheck" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-PERSON-COUNT TO OS-COUNT1
    MOVE WS-CHECKED-COUNT TO OS-COUNT2
    MOVE WS-EXCEPTION-COUNT TO OS-COUNT3
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
            WHEN "ARCHCATFILE"
             MOVE FP-VALUE TO WS-ARCHCAT-FILENAME
            WHEN "REFCHECKFILE"
             MOVE FP-VALUE TO WS-REFCHECK-FILENAME
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
