IDENTIFICATION DIVISION.
PROGRAM-ID. Cobol67Mask.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PersonFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS DB-ID
     ALTERNATE RECORD KEY IS DB-NAME WITH DUPLICATES
     FILE STATUS IS WS-DB-STATUS.
    SELECT PersonNameFile ASSIGN TO DYNAMIC WS-PERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS NM-ID
     ALTERNATE RECORD KEY IS NM-NAME WITH DUPLICATES
     FILE STATUS IS WS-NM-STATUS.
    SELECT ContactFile ASSIGN TO DYNAMIC WS-CONTACT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS CT-KEY
     FILE STATUS IS WS-CT-STATUS.
    SELECT AuditFile ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-AUDIT-STATUS.
    SELECT MaskPersonFile ASSIGN TO DYNAMIC WS-MASKPERSON-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS MP-ID
     ALTERNATE RECORD KEY IS MP-NAME WITH DUPLICATES
     FILE STATUS IS WS-MP-STATUS.
    SELECT MaskContactFile ASSIGN TO DYNAMIC WS-MASKCONTACT-FILENAME
     ORGANIZATION IS INDEXED
     ACCESS MODE IS SEQUENTIAL
     RECORD KEY IS MC-KEY
     FILE STATUS IS WS-MC-STATUS.
    SELECT MaskAuditFile ASSIGN TO DYNAMIC WS-MASKAUDIT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MA-STATUS.
    SELECT MaskCertFile ASSIGN TO DYNAMIC WS-MASKCERT-FILENAME
     ORGANIZATION IS LINE SEQUENTIAL
     FILE STATUS IS WS-MASKCERT-STATUS.
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

FD PersonNameFile.
01 PERSON-NAME-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==NM-==.

FD ContactFile.
01 CONTACT-RECORD.
    COPY CONTACTREC.

FD AuditFile.
01 AUDIT-RECORD.
    COPY AUDITREC.

FD MaskPersonFile.
01 MASK-PERSON-RECORD.
    COPY PERSONREC
        REPLACING LEADING ==PR-== BY ==MP-==.

FD MaskContactFile.
01 MASK-CONTACT-RECORD.
    COPY CONTACTREC
        REPLACING LEADING ==CT-== BY ==MC-==.

FD MaskAuditFile.
01 MASK-AUDIT-RECORD.
    COPY AUDITREC
        REPLACING LEADING ==AU-== BY ==MA-==.

FD MaskCertFile.
01 MASK-CERT-RECORD PIC X(100).

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
01 WS-AUDIT-FILENAME   PIC X(40) VALUE "audit.log".
01 WS-MASKPERSON-FILENAME  PIC X(40) VALUE "maskpersondb.dat".
01 WS-MASKCONTACT-FILENAME PIC X(40) VALUE "maskcontactdb.dat".
01 WS-MASKAUDIT-FILENAME   PIC X(40) VALUE "maskaudit.log".
01 WS-MASKCERT-FILENAME    PIC X(40) VALUE "maskcert.txt".
01 WS-DB-STATUS        PIC X(02).
01 WS-NM-STATUS        PIC X(02).
01 WS-CT-STATUS        PIC X(02).
01 WS-AUDIT-STATUS     PIC X(02).
01 WS-MP-STATUS        PIC X(02).
01 WS-MC-STATUS        PIC X(02).
01 WS-MA-STATUS        PIC X(02).
01 WS-MASKCERT-STATUS  PIC X(02).
01 WS-SYSPARM-STATUS   PIC X(02).
01 WS-OPSSTAT-STATUS   PIC X(02).
01 WS-ERRLOG-STATUS    PIC X(02).
01 WS-CONTACT-AVAILABLE PIC X VALUE "N".
01 WS-AUDIT-AVAILABLE  PIC X VALUE "N".
01 WS-MASK-EOF         PIC X VALUE "N".
01 WS-RUN-DATE         PIC 9(8).
01 WS-RUN-PARTS REDEFINES WS-RUN-DATE.
    05 WS-RUN-YYYY     PIC 9(4).
    05 WS-RUN-MMDD     PIC 9(4).
01 WS-MASK-SALT        PIC 9(9) VALUE 271828183.
01 WS-PERS-READ        PIC 9(7) VALUE 0.
01 WS-PERS-WRITTEN     PIC 9(7) VALUE 0.
01 WS-CT-READ          PIC 9(7) VALUE 0.
01 WS-CT-WRITTEN       PIC 9(7) VALUE 0.
01 WS-AU-READ          PIC 9(7) VALUE 0.
01 WS-AU-WRITTEN       PIC 9(7) VALUE 0.
01 WS-FIELDS-CHECKED   PIC 9(9) VALUE 0.
01 WS-SURVIVOR-COUNT   PIC 9(7) VALUE 0.
01 WS-MISSING-COUNT    PIC 9(7) VALUE 0.

01 WS-MASK-IN          PIC X(30).
01 WS-MASK-OUT         PIC X(30).
01 WS-MASK-TRY         PIC 9(3) VALUE 0.
01 WS-MASK-DONE        PIC X VALUE "N".
01 WS-MASK-IDX         PIC 9(2) VALUE 0.
01 WS-MASK-WORK        PIC 9(18) VALUE 0.
01 WS-MASK-HASH        PIC 9(9) VALUE 0.
01 WS-MASK-PART        PIC 9(9) VALUE 0.
01 WS-MASK-PICK1       PIC 9(3) VALUE 0.
01 WS-MASK-PICK2       PIC 9(3) VALUE 0.
01 WS-MASK-PICK3       PIC 9(3) VALUE 0.
01 WS-MASK-NUMBER      PIC 9(5) VALUE 0.
01 WS-MASK-NUM-EDIT    PIC Z(4)9.
01 WS-MASK-DIGITS      PIC 9(7) VALUE 0.
01 WS-MASK-DIGITS-X REDEFINES WS-MASK-DIGITS PIC X(7).
01 WS-MASK-CT-TYPE     PIC X(01).
01 WS-MB-IN            PIC 9(8).
01 WS-MB-IN-PARTS REDEFINES WS-MB-IN.
    05 WS-MB-IN-YYYY   PIC 9(4).
    05 WS-MB-IN-MM     PIC 9(2).
    05 WS-MB-IN-DD     PIC 9(2).
01 WS-MB-IN-X REDEFINES WS-MB-IN PIC X(8).
01 WS-MB-OUT           PIC 9(8).
01 WS-MB-MMDD          PIC 9(4).
01 WS-MB-MONTH         PIC 9(2).
01 WS-MB-DAY           PIC 9(2).
01 WS-MB-AGE           PIC 9(5).
01 WS-MB-YEAR          PIC S9(5).

01 WS-CERT-FILE        PIC X(08).
01 WS-CERT-FIELD       PIC X(12).
01 WS-CERT-ID          PIC 9(07).
01 WS-CERT-ORIG        PIC X(30).
01 WS-CERT-MASKED      PIC X(30).

01 WS-FIRST-NAME-TABLE.
    05 WS-FIRST-NAME-VALUES.
        10 FILLER PIC X(8) VALUE "ALDEN".
        10 FILLER PIC X(8) VALUE "BRISA".
        10 FILLER PIC X(8) VALUE "CORWIN".
        10 FILLER PIC X(8) VALUE "DELPHA".
        10 FILLER PIC X(8) VALUE "EMRYS".
        10 FILLER PIC X(8) VALUE "FENNA".
        10 FILLER PIC X(8) VALUE "GARRICK".
        10 FILLER PIC X(8) VALUE "HALINA".
        10 FILLER PIC X(8) VALUE "IVOR".
        10 FILLER PIC X(8) VALUE "JOSETTE".
        10 FILLER PIC X(8) VALUE "KASPER".
        10 FILLER PIC X(8) VALUE "LIORA".
        10 FILLER PIC X(8) VALUE "MALCOM".
        10 FILLER PIC X(8) VALUE "NERISSA".
        10 FILLER PIC X(8) VALUE "ORRIN".
        10 FILLER PIC X(8) VALUE "PERPETUA".
        10 FILLER PIC X(8) VALUE "QUILLON".
        10 FILLER PIC X(8) VALUE "ROSALIE".
        10 FILLER PIC X(8) VALUE "SEVERIN".
        10 FILLER PIC X(8) VALUE "TAMSIN".
        10 FILLER PIC X(8) VALUE "ULRIC".
        10 FILLER PIC X(8) VALUE "VESNA".
        10 FILLER PIC X(8) VALUE "WALDO".
        10 FILLER PIC X(8) VALUE "XANTHE".
        10 FILLER PIC X(8) VALUE "YORICK".
        10 FILLER PIC X(8) VALUE "ZELDA".
        10 FILLER PIC X(8) VALUE "ANSEL".
        10 FILLER PIC X(8) VALUE "BERIT".
        10 FILLER PIC X(8) VALUE "CASSIAN".
        10 FILLER PIC X(8) VALUE "DORIT".
        10 FILLER PIC X(8) VALUE "EZRA".
        10 FILLER PIC X(8) VALUE "FLAVIA".
    05 FILLER REDEFINES WS-FIRST-NAME-VALUES.
        10 WS-FIRST-NAME OCCURS 32 TIMES PIC X(8).
01 WS-LAST-NAME-TABLE.
    05 WS-LAST-NAME-VALUES.
        10 FILLER PIC X(9) VALUE "ASHGROVE".
        10 FILLER PIC X(9) VALUE "BRAMBLETT".
        10 FILLER PIC X(9) VALUE "CALLOWAY".
        10 FILLER PIC X(9) VALUE "DUNMORE".
        10 FILLER PIC X(9) VALUE "ELLSWORTH".
        10 FILLER PIC X(9) VALUE "FAIRLEIGH".
        10 FILLER PIC X(9) VALUE "GOLDTHWAI".
        10 FILLER PIC X(9) VALUE "HOLLOWAY".
        10 FILLER PIC X(9) VALUE "INGLEBY".
        10 FILLER PIC X(9) VALUE "JESSOP".
        10 FILLER PIC X(9) VALUE "KINGSLEY".
        10 FILLER PIC X(9) VALUE "LANGDALE".
        10 FILLER PIC X(9) VALUE "MERRIWEL".
        10 FILLER PIC X(9) VALUE "NETHERCOT".
        10 FILLER PIC X(9) VALUE "OAKSHOTT".
        10 FILLER PIC X(9) VALUE "PENRIDGE".
        10 FILLER PIC X(9) VALUE "QUARRIER".
        10 FILLER PIC X(9) VALUE "ROOKWOOD".
        10 FILLER PIC X(9) VALUE "STANWICK".
        10 FILLER PIC X(9) VALUE "THORNBURY".
        10 FILLER PIC X(9) VALUE "UPWOOD".
        10 FILLER PIC X(9) VALUE "VANSITTAR".
        10 FILLER PIC X(9) VALUE "WEXCOMBE".
        10 FILLER PIC X(9) VALUE "YARDLEY".
        10 FILLER PIC X(9) VALUE "ALDERTON".
        10 FILLER PIC X(9) VALUE "BLACKMORE".
        10 FILLER PIC X(9) VALUE "CROSSLEY".
        10 FILLER PIC X(9) VALUE "DRAYCOTT".
        10 FILLER PIC X(9) VALUE "EVERLEIGH".
        10 FILLER PIC X(9) VALUE "FROBISHER".
        10 FILLER PIC X(9) VALUE "GRIMSHAW".
        10 FILLER PIC X(9) VALUE "HARTWELL".
    05 FILLER REDEFINES WS-LAST-NAME-VALUES.
        10 WS-LAST-NAME OCCURS 32 TIMES PIC X(9).
01 WS-STREET-TABLE.
    05 WS-STREET-VALUES.
        10 FILLER PIC X(12) VALUE "ACORN".
        10 FILLER PIC X(12) VALUE "BIRCHWOOD".
        10 FILLER PIC X(12) VALUE "COPPER HILL".
        10 FILLER PIC X(12) VALUE "DOVECOTE".
        10 FILLER PIC X(12) VALUE "ELM HOLLOW".
        10 FILLER PIC X(12) VALUE "FOXGLOVE".
        10 FILLER PIC X(12) VALUE "GRANARY".
        10 FILLER PIC X(12) VALUE "HEATHER".
        10 FILLER PIC X(12) VALUE "IRONWORKS".
        10 FILLER PIC X(12) VALUE "JUNIPER".
        10 FILLER PIC X(12) VALUE "KESTREL".
        10 FILLER PIC X(12) VALUE "LANTERN".
        10 FILLER PIC X(12) VALUE "MILLRACE".
        10 FILLER PIC X(12) VALUE "NORTHGATE".
        10 FILLER PIC X(12) VALUE "ORCHARD".
        10 FILLER PIC X(12) VALUE "PEBBLE".
    05 FILLER REDEFINES WS-STREET-VALUES.
        10 WS-STREET-NAME OCCURS 16 TIMES PIC X(12).
01 WS-SUFFIX-TABLE.
    05 WS-SUFFIX-VALUES.
        10 FILLER PIC X(4) VALUE "ST".
        10 FILLER PIC X(4) VALUE "AVE".
        10 FILLER PIC X(4) VALUE "RD".
        10 FILLER PIC X(4) VALUE "LN".
        10 FILLER PIC X(4) VALUE "DR".
        10 FILLER PIC X(4) VALUE "CT".
        10 FILLER PIC X(4) VALUE "WAY".
        10 FILLER PIC X(4) VALUE "PL".
    05 FILLER REDEFINES WS-SUFFIX-VALUES.
        10 WS-STREET-SUFFIX OCCURS 8 TIMES PIC X(4).
01 WS-CITY-TABLE.
    05 WS-CITY-VALUES.
        10 FILLER PIC X(14) VALUE "ASHBOURNE".
        10 FILLER PIC X(14) VALUE "BELLHAVEN".
        10 FILLER PIC X(14) VALUE "CLEARWATER".
        10 FILLER PIC X(14) VALUE "DUNHOLM".
        10 FILLER PIC X(14) VALUE "EASTBRIDGE".
        10 FILLER PIC X(14) VALUE "FERNDALE".
        10 FILLER PIC X(14) VALUE "GLENMORROW".
        10 FILLER PIC X(14) VALUE "HARTSFIELD".
        10 FILLER PIC X(14) VALUE "IVYBRIDGE".
        10 FILLER PIC X(14) VALUE "KELSWICK".
        10 FILLER PIC X(14) VALUE "LOWMOOR".
        10 FILLER PIC X(14) VALUE "MAPLECROFT".
        10 FILLER PIC X(14) VALUE "NEWHAVEN".
        10 FILLER PIC X(14) VALUE "OLDCASTLE".
        10 FILLER PIC X(14) VALUE "PINEFORD".
        10 FILLER PIC X(14) VALUE "REDMARSH".
    05 FILLER REDEFINES WS-CITY-VALUES.
        10 WS-CITY-NAME OCCURS 16 TIMES PIC X(14).
01 WS-INITIAL-TABLE.
    05 WS-INITIAL-VALUES PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    05 FILLER REDEFINES WS-INITIAL-VALUES.
        10 WS-INITIAL-LETTER OCCURS 26 TIMES PIC X(1).
01 WS-STATE-TABLE.
    05 WS-STATE-VALUES PIC X(16) VALUE "OHINPAMNWIIAMOKS".
    05 FILLER REDEFINES WS-STATE-VALUES.
        10 WS-STATE-CODE OCCURS 8 TIMES PIC X(2).

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
01 WS-PARM-PROGRAM PIC X(20) VALUE "Cobol67Mask".
01 WS-VK-IDX PIC 9(3) VALUE 0.
01 WS-OK-IDX PIC 9(2) VALUE 0.
01 WS-PARM-KEY-VALID PIC X VALUE "N".
01 WS-MANDATORY-PROG PIC X(20).
01 WS-MANDATORY-KEY PIC X(15).
01 WS-OWNED-KEY-TABLE.
    05 WS-OWNED-KEY-COUNT PIC 9(2) VALUE 9.
    05 WS-OWNED-KEY-VALUES.
        10 FILLER PIC X(17) VALUE "RUNDATE        NN".
        10 FILLER PIC X(17) VALUE "PERSONFILE     NN".
        10 FILLER PIC X(17) VALUE "CONTACTFILE    NN".
        10 FILLER PIC X(17) VALUE "AUDITFILE      NN".
        10 FILLER PIC X(17) VALUE "MASKSALT       NN".
        10 FILLER PIC X(17) VALUE "MASKPERSONFILE NN".
        10 FILLER PIC X(17) VALUE "MASKCONTACTFILENN".
        10 FILLER PIC X(17) VALUE "MASKAUDITFILE  NN".
        10 FILLER PIC X(17) VALUE "MASKCERTFILE   NN".
    05 FILLER REDEFINES WS-OWNED-KEY-VALUES.
        10 WS-OWNED-ENTRY OCCURS 9 TIMES.
            15 WS-OK-KEY  PIC X(15).
            15 WS-OK-SEEN PIC X.
            15 WS-OK-MAND PIC X.
COPY SYSKEYS.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    ACCEPT WS-OPS-START-HMS FROM TIME
    DISPLAY "Starting masked copy of person data..."
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    PERFORM LOAD-SYSPARMS
    IF RETURN-CODE NOT = 0
     DISPLAY "Stopping: parameter validation failed."
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    IF WS-MASKPERSON-FILENAME = WS-PERSON-FILENAME
       OR WS-MASKCONTACT-FILENAME = WS-CONTACT-FILENAME
       OR WS-MASKAUDIT-FILENAME = WS-AUDIT-FILENAME
     DISPLAY "ERROR: a masked output file names a production file."
     MOVE 8 TO RETURN-CODE
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF

    OPEN INPUT PersonFile
    IF WS-DB-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile, status " WS-DB-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-DB-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN INPUT PersonNameFile
    IF WS-NM-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open PersonFile by name, status "
      WS-NM-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-NM-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    OPEN OUTPUT MaskCertFile
    IF WS-MASKCERT-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open MaskCertFile, status "
      WS-MASKCERT-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MAIN-PROCEDURE" TO WS-EL-PARAGRAPH
     MOVE WS-MASKCERT-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     CLOSE PersonFile
     CLOSE PersonNameFile
     PERFORM WRITE-OPS-STAT
     GOBACK
    END-IF
    MOVE SPACES TO MASK-CERT-RECORD
    STRING "MASKED DATA CERTIFICATION RUNDATE=" WS-RUN-DATE
     DELIMITED BY SIZE INTO MASK-CERT-RECORD
    WRITE MASK-CERT-RECORD

    PERFORM MASK-PERSON-FILE
    IF RETURN-CODE = 0
     OPEN INPUT ContactFile
     IF WS-CT-STATUS = "00"
      MOVE "Y" TO WS-CONTACT-AVAILABLE
      PERFORM MASK-CONTACT-FILE
     ELSE
      DISPLAY "NOTE: no contact file; no masked contact copy made."
     END-IF
    END-IF
    IF RETURN-CODE = 0
     OPEN INPUT AuditFile
     IF WS-AUDIT-STATUS = "00"
      MOVE "Y" TO WS-AUDIT-AVAILABLE
      PERFORM MASK-AUDIT-FILE
      CLOSE AuditFile
     ELSE
      DISPLAY "NOTE: no audit log; no masked audit copy made."
     END-IF
    END-IF

    IF RETURN-CODE = 0
     PERFORM CERTIFY-PERSON-COPY
     IF WS-CONTACT-AVAILABLE = "Y"
      PERFORM CERTIFY-CONTACT-COPY
     END-IF
     IF WS-AUDIT-AVAILABLE = "Y"
      PERFORM CERTIFY-AUDIT-COPY
     END-IF
    END-IF
    PERFORM WRITE-CERT-SUMMARY

    CLOSE PersonFile
    CLOSE PersonNameFile
    IF WS-CONTACT-AVAILABLE = "Y"
     CLOSE ContactFile
    END-IF
    CLOSE MaskCertFile

    DISPLAY "Person records masked: " WS-PERS-WRITTEN
    DISPLAY "Contact rows masked: " WS-CT-WRITTEN
    DISPLAY "Audit entries masked: " WS-AU-WRITTEN
    DISPLAY "Fields checked: " WS-FIELDS-CHECKED
    DISPLAY "Original values found in output: " WS-SURVIVOR-COUNT
    PERFORM WRITE-OPS-STAT
    DISPLAY "Masked copy completed."
    GOBACK.

MASK-PERSON-FILE.
    OPEN OUTPUT MaskPersonFile
    IF WS-MP-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open MaskPersonFile, status "
      WS-MP-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MASK-PERSON-FILE" TO WS-EL-PARAGRAPH
     MOVE WS-MP-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ PersonFile NEXT RECORD
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-PERS-READ
           PERFORM MASK-ONE-PERSON
      END-READ
     END-PERFORM
     CLOSE MaskPersonFile
    END-IF.

MASK-ONE-PERSON.
    MOVE PERSON-RECORD TO MASK-PERSON-RECORD
    MOVE DB-NAME TO WS-MASK-IN
    PERFORM MASK-NAME
    MOVE WS-MASK-OUT TO MP-NAME
    MOVE DB-ADDR-LINE1 TO WS-MASK-IN
    PERFORM MASK-STREET
    MOVE WS-MASK-OUT TO MP-ADDR-LINE1
    MOVE DB-ADDR-LINE2 TO WS-MASK-IN
    PERFORM MASK-LOCALITY
    MOVE WS-MASK-OUT TO MP-ADDR-LINE2
    MOVE DB-BIRTHDATE TO WS-MB-IN
    PERFORM MASK-BIRTHDATE
    MOVE WS-MB-OUT TO MP-BIRTHDATE
    WRITE MASK-PERSON-RECORD
    IF WS-MP-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on MaskPersonFile, ID " DB-ID
      " status " WS-MP-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MASK-ONE-PERSON" TO WS-EL-PARAGRAPH
     MOVE WS-MP-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-PERS-WRITTEN
    END-IF.

MASK-CONTACT-FILE.
    OPEN OUTPUT MaskContactFile
    IF WS-MC-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open MaskContactFile, status "
      WS-MC-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MASK-CONTACT-FILE" TO WS-EL-PARAGRAPH
     MOVE WS-MC-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ ContactFile NEXT RECORD
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-CT-READ
           PERFORM MASK-ONE-CONTACT
      END-READ
     END-PERFORM
     CLOSE MaskContactFile
    END-IF.

MASK-ONE-CONTACT.
    MOVE CONTACT-RECORD TO MASK-CONTACT-RECORD
    MOVE CT-VALUE TO WS-MASK-IN
    MOVE CT-TYPE TO WS-MASK-CT-TYPE
    PERFORM MASK-CONTACT-VALUE
    MOVE WS-MASK-OUT TO MC-VALUE
    WRITE MASK-CONTACT-RECORD
    IF WS-MC-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on MaskContactFile, ID " CT-ID
      " status " WS-MC-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MASK-ONE-CONTACT" TO WS-EL-PARAGRAPH
     MOVE WS-MC-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-CT-WRITTEN
    END-IF.

MASK-AUDIT-FILE.
    OPEN OUTPUT MaskAuditFile
    IF WS-MA-STATUS NOT = "00"
     DISPLAY "ERROR: unable to open MaskAuditFile, status "
      WS-MA-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MASK-AUDIT-FILE" TO WS-EL-PARAGRAPH
     MOVE WS-MA-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
    ELSE
     MOVE "N" TO WS-EndOfFile
     PERFORM UNTIL WS-EndOfFile = "Y"
      READ AuditFile
          AT END
           MOVE "Y" TO WS-EndOfFile
          NOT AT END
           ADD 1 TO WS-AU-READ
           PERFORM MASK-AUDIT-ENTRY
      END-READ
     END-PERFORM
     CLOSE MaskAuditFile
    END-IF.

MASK-AUDIT-ENTRY.
    MOVE AUDIT-RECORD TO MASK-AUDIT-RECORD
    IF AU-ID IS NOT NUMERIC OR AU-OP = "RUNTRAILER"
     CONTINUE
    ELSE
     EVALUATE AU-OP
      WHEN "CTADD"
      WHEN "CTDELETE"
       MOVE AU-UPDATE-FIELD TO WS-MASK-CT-TYPE
       MOVE AU-B-ADDR-LINE1 TO WS-MASK-IN
       PERFORM MASK-CONTACT-VALUE
       MOVE WS-MASK-OUT TO MA-B-ADDR-LINE1
       MOVE AU-A-ADDR-LINE1 TO WS-MASK-IN
       PERFORM MASK-CONTACT-VALUE
       MOVE WS-MASK-OUT TO MA-A-ADDR-LINE1
      WHEN "RLADD"
      WHEN "RLEND"
      WHEN "HOLDPLACE"
      WHEN "HOLDREL"
      WHEN "CONSENTGRT"
      WHEN "CONSENTWD"
       CONTINUE
      WHEN OTHER
       MOVE AU-B-NAME TO WS-MASK-IN
       PERFORM MASK-NAME
       MOVE WS-MASK-OUT TO MA-B-NAME
       MOVE AU-B-ADDR-LINE1 TO WS-MASK-IN
       PERFORM MASK-STREET
       MOVE WS-MASK-OUT TO MA-B-ADDR-LINE1
       MOVE AU-B-ADDR-LINE2 TO WS-MASK-IN
       PERFORM MASK-LOCALITY
       MOVE WS-MASK-OUT TO MA-B-ADDR-LINE2
       MOVE AU-B-BIRTHDATE TO WS-MB-IN
       PERFORM MASK-BIRTHDATE
       MOVE WS-MB-OUT TO MA-B-BIRTHDATE
       MOVE AU-A-NAME TO WS-MASK-IN
       PERFORM MASK-NAME
       MOVE WS-MASK-OUT TO MA-A-NAME
       MOVE AU-A-ADDR-LINE1 TO WS-MASK-IN
       PERFORM MASK-STREET
       MOVE WS-MASK-OUT TO MA-A-ADDR-LINE1
       MOVE AU-A-ADDR-LINE2 TO WS-MASK-IN
       PERFORM MASK-LOCALITY
       MOVE WS-MASK-OUT TO MA-A-ADDR-LINE2
       MOVE AU-A-BIRTHDATE TO WS-MB-IN
       PERFORM MASK-BIRTHDATE
       MOVE WS-MB-OUT TO MA-A-BIRTHDATE
     END-EVALUATE
    END-IF
    WRITE MASK-AUDIT-RECORD
    IF WS-MA-STATUS NOT = "00"
     DISPLAY "ERROR: write failure on MaskAuditFile, status "
      WS-MA-STATUS
     MOVE 8 TO RETURN-CODE
     MOVE "MASK-AUDIT-ENTRY" TO WS-EL-PARAGRAPH
     MOVE WS-MA-STATUS TO WS-EL-STATUS
     PERFORM LOG-ERROR
     MOVE "Y" TO WS-EndOfFile
    ELSE
     ADD 1 TO WS-AU-WRITTEN
    END-IF.

COMPUTE-MASK-HASH.
    MOVE WS-MASK-SALT TO WS-MASK-WORK
    PERFORM VARYING WS-MASK-IDX FROM 1 BY 1 UNTIL WS-MASK-IDX > 30
     COMPUTE WS-MASK-WORK = FUNCTION MOD(WS-MASK-WORK * 31
      + FUNCTION ORD(WS-MASK-IN(WS-MASK-IDX:1)) + WS-MASK-IDX,
      999999937)
    END-PERFORM
    COMPUTE WS-MASK-WORK = FUNCTION MOD(WS-MASK-WORK * 37
     + (WS-MASK-TRY * 7919), 999999937)
    MOVE WS-MASK-WORK TO WS-MASK-HASH
    COMPUTE WS-MASK-PICK1 = FUNCTION MOD(WS-MASK-HASH, 32) + 1
    COMPUTE WS-MASK-PART = WS-MASK-HASH / 32
    COMPUTE WS-MASK-PICK2 = FUNCTION MOD(WS-MASK-PART, 32) + 1
    COMPUTE WS-MASK-PART = WS-MASK-PART / 32
    COMPUTE WS-MASK-PICK3 = FUNCTION MOD(WS-MASK-PART, 26) + 1
    COMPUTE WS-MASK-PART = WS-MASK-PART / 26.

MASK-NAME.
    MOVE SPACES TO WS-MASK-OUT
    IF WS-MASK-IN NOT = SPACES
     MOVE 0 TO WS-MASK-TRY
     MOVE "N" TO WS-MASK-DONE
     PERFORM UNTIL WS-MASK-DONE = "Y"
      PERFORM COMPUTE-MASK-HASH
      MOVE SPACES TO WS-MASK-OUT
      STRING WS-FIRST-NAME(WS-MASK-PICK1) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-INITIAL-LETTER(WS-MASK-PICK3) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-LAST-NAME(WS-MASK-PICK2) DELIMITED BY SPACE
       INTO WS-MASK-OUT
      MOVE "Y" TO WS-MASK-DONE
      IF WS-MASK-OUT(1:20) = WS-MASK-IN(1:20)
       MOVE "N" TO WS-MASK-DONE
      ELSE
       MOVE WS-MASK-OUT(1:20) TO NM-NAME
       READ PersonNameFile
        KEY IS NM-NAME
       END-READ
       IF WS-NM-STATUS = "00" OR WS-NM-STATUS = "02"
        MOVE "N" TO WS-MASK-DONE
       END-IF
      END-IF
      ADD 1 TO WS-MASK-TRY
      IF WS-MASK-TRY > 50
       MOVE "Y" TO WS-MASK-DONE
      END-IF
     END-PERFORM
    END-IF.

MASK-STREET.
    MOVE SPACES TO WS-MASK-OUT
    IF WS-MASK-IN NOT = SPACES
     MOVE 0 TO WS-MASK-TRY
     MOVE "N" TO WS-MASK-DONE
     PERFORM UNTIL WS-MASK-DONE = "Y"
      PERFORM COMPUTE-MASK-HASH
      COMPUTE WS-MASK-NUMBER = FUNCTION MOD(WS-MASK-PART, 9899) + 100
      MOVE WS-MASK-NUMBER TO WS-MASK-NUM-EDIT
      COMPUTE WS-MASK-PICK2 = FUNCTION MOD(WS-MASK-PICK2, 16) + 1
      COMPUTE WS-MASK-PICK3 = FUNCTION MOD(WS-MASK-PICK3, 8) + 1
      MOVE SPACES TO WS-MASK-OUT
      STRING FUNCTION TRIM(WS-MASK-NUM-EDIT) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(WS-STREET-NAME(WS-MASK-PICK2))
              DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-STREET-SUFFIX(WS-MASK-PICK3) DELIMITED BY SPACE
       INTO WS-MASK-OUT
      MOVE "Y" TO WS-MASK-DONE
      IF WS-MASK-OUT = WS-MASK-IN
       MOVE "N" TO WS-MASK-DONE
      END-IF
      ADD 1 TO WS-MASK-TRY
      IF WS-MASK-TRY > 50
       MOVE "Y" TO WS-MASK-DONE
      END-IF
     END-PERFORM
    END-IF.

MASK-LOCALITY.
    MOVE SPACES TO WS-MASK-OUT
    IF WS-MASK-IN NOT = SPACES
     MOVE 0 TO WS-MASK-TRY
     MOVE "N" TO WS-MASK-DONE
     PERFORM UNTIL WS-MASK-DONE = "Y"
      PERFORM COMPUTE-MASK-HASH
      COMPUTE WS-MASK-PICK1 = FUNCTION MOD(WS-MASK-PICK1, 16) + 1
      COMPUTE WS-MASK-PICK2 = FUNCTION MOD(WS-MASK-PICK2, 8) + 1
      COMPUTE WS-MASK-NUMBER = FUNCTION MOD(WS-MASK-PART, 89999)
       + 10000
      MOVE SPACES TO WS-MASK-OUT
      STRING FUNCTION TRIM(WS-CITY-NAME(WS-MASK-PICK1))
              DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-STATE-CODE(WS-MASK-PICK2) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-MASK-NUMBER DELIMITED BY SIZE
       INTO WS-MASK-OUT
      MOVE "Y" TO WS-MASK-DONE
      IF WS-MASK-OUT = WS-MASK-IN
       MOVE "N" TO WS-MASK-DONE
      END-IF
      ADD 1 TO WS-MASK-TRY
      IF WS-MASK-TRY > 50
       MOVE "Y" TO WS-MASK-DONE
      END-IF
     END-PERFORM
    END-IF.

MASK-CONTACT-VALUE.
    MOVE SPACES TO WS-MASK-OUT
    IF WS-MASK-IN NOT = SPACES
     MOVE 0 TO WS-MASK-TRY
     MOVE "N" TO WS-MASK-DONE
     PERFORM UNTIL WS-MASK-DONE = "Y"
      PERFORM COMPUTE-MASK-HASH
      COMPUTE WS-MASK-DIGITS = FUNCTION MOD(WS-MASK-HASH, 10000000)
      MOVE SPACES TO WS-MASK-OUT
      IF WS-MASK-CT-TYPE = "P"
       STRING "555-" WS-MASK-DIGITS-X(1:3) "-" WS-MASK-DIGITS-X(4:4)
        DELIMITED BY SIZE INTO WS-MASK-OUT
      ELSE
       STRING "USER" WS-MASK-DIGITS-X "@EXAMPLE.INVALID"
        DELIMITED BY SIZE INTO WS-MASK-OUT
      END-IF
      MOVE "Y" TO WS-MASK-DONE
      IF WS-MASK-OUT = WS-MASK-IN
       MOVE "N" TO WS-MASK-DONE
      END-IF
      ADD 1 TO WS-MASK-TRY
      IF WS-MASK-TRY > 50
       MOVE "Y" TO WS-MASK-DONE
      END-IF
     END-PERFORM
    END-IF.

MASK-BIRTHDATE.
    IF WS-MB-IN-X IS NOT NUMERIC
     MOVE 0 TO WS-MB-OUT
    ELSE
     IF WS-MB-IN = 0
      MOVE 0 TO WS-MB-OUT
     ELSE
      MOVE SPACES TO WS-MASK-IN
      MOVE WS-MB-IN-X TO WS-MASK-IN
      MOVE 0 TO WS-MASK-TRY
      PERFORM COMPUTE-MASK-HASH
      COMPUTE WS-MB-MONTH = FUNCTION MOD(WS-MASK-HASH, 12) + 1
      COMPUTE WS-MB-DAY = FUNCTION MOD(WS-MASK-PART, 28) + 1
      IF WS-MB-MONTH = WS-MB-IN-MM AND WS-MB-DAY = WS-MB-IN-DD
       COMPUTE WS-MB-DAY = FUNCTION MOD(WS-MB-DAY, 28) + 1
      END-IF
      COMPUTE WS-MB-MMDD = (WS-MB-MONTH * 100) + WS-MB-DAY
      IF WS-MB-IN-MM < 1 OR WS-MB-IN-MM > 12
         OR WS-MB-IN-DD < 1 OR WS-MB-IN-DD > 31
         OR WS-MB-IN > WS-RUN-DATE
       MOVE WS-MB-IN-YYYY TO WS-MB-YEAR
      ELSE
       COMPUTE WS-MB-AGE = (WS-RUN-DATE - WS-MB-IN) / 10000
       IF WS-MB-MMDD <= WS-RUN-MMDD
        COMPUTE WS-MB-YEAR = WS-RUN-YYYY - WS-MB-AGE
       ELSE
        COMPUTE WS-MB-YEAR = WS-RUN-YYYY - WS-MB-AGE - 1
       END-IF
       IF WS-MB-YEAR < 1
        MOVE WS-MB-IN-YYYY TO WS-MB-YEAR
       END-IF
      END-IF
      COMPUTE WS-MB-OUT = (WS-MB-YEAR * 10000) + WS-MB-MMDD
     END-IF
    END-IF.

CERTIFY-PERSON-COPY.
    OPEN INPUT MaskPersonFile
    IF WS-MP-STATUS NOT = "00"
     DISPLAY "ERROR: unable to reread MaskPersonFile, status "
      WS-MP-STATUS
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE "PERSON" TO WS-CERT-FILE
     MOVE "N" TO WS-MASK-EOF
     PERFORM UNTIL WS-MASK-EOF = "Y"
      READ MaskPersonFile
          AT END
           MOVE "Y" TO WS-MASK-EOF
          NOT AT END
           MOVE MP-ID TO WS-CERT-ID
           MOVE MP-ID TO DB-ID
           READ PersonFile
            KEY IS DB-ID
           END-READ
           IF WS-DB-STATUS NOT = "00"
            ADD 1 TO WS-MISSING-COUNT
           ELSE
            MOVE "NAME" TO WS-CERT-FIELD
            MOVE DB-NAME TO WS-CERT-ORIG
            MOVE MP-NAME TO WS-CERT-MASKED
            PERFORM CERTIFY-FIELD
            PERFORM CERTIFY-NAME-NOT-REAL
            MOVE "ADDR-LINE1" TO WS-CERT-FIELD
            MOVE DB-ADDR-LINE1 TO WS-CERT-ORIG
            MOVE MP-ADDR-LINE1 TO WS-CERT-MASKED
            PERFORM CERTIFY-FIELD
            MOVE "ADDR-LINE2" TO WS-CERT-FIELD
            MOVE DB-ADDR-LINE2 TO WS-CERT-ORIG
            MOVE MP-ADDR-LINE2 TO WS-CERT-MASKED
            PERFORM CERTIFY-FIELD
            MOVE "BIRTHDATE" TO WS-CERT-FIELD
            PERFORM CERTIFY-PERSON-BIRTH
           END-IF
      END-READ
     END-PERFORM
     CLOSE MaskPersonFile
    END-IF.

CERTIFY-PERSON-BIRTH.
    MOVE SPACES TO WS-CERT-ORIG
    MOVE SPACES TO WS-CERT-MASKED
    MOVE DB-BIRTHDATE TO WS-MB-IN
    IF WS-MB-IN-X IS NUMERIC AND WS-MB-IN NOT = 0
     MOVE WS-MB-IN-X TO WS-CERT-ORIG
     MOVE MP-BIRTHDATE TO WS-MB-IN
     MOVE WS-MB-IN-X TO WS-CERT-MASKED
    END-IF
    PERFORM CERTIFY-FIELD.

CERTIFY-CONTACT-COPY.
    OPEN INPUT MaskContactFile
    IF WS-MC-STATUS NOT = "00"
     DISPLAY "ERROR: unable to reread MaskContactFile, status "
      WS-MC-STATUS
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE "CONTACT" TO WS-CERT-FILE
     MOVE "VALUE" TO WS-CERT-FIELD
     MOVE "N" TO WS-MASK-EOF
     PERFORM UNTIL WS-MASK-EOF = "Y"
      READ MaskContactFile
          AT END
           MOVE "Y" TO WS-MASK-EOF
          NOT AT END
           MOVE MC-ID TO WS-CERT-ID
           MOVE MC-KEY TO CT-KEY
           READ ContactFile
            KEY IS CT-KEY
           END-READ
           IF WS-CT-STATUS NOT = "00"
            ADD 1 TO WS-MISSING-COUNT
           ELSE
            MOVE CT-VALUE TO WS-CERT-ORIG
            MOVE MC-VALUE TO WS-CERT-MASKED
            PERFORM CERTIFY-FIELD
           END-IF
      END-READ
     END-PERFORM
     CLOSE MaskContactFile
    END-IF.

CERTIFY-AUDIT-COPY.
    OPEN INPUT AuditFile
    OPEN INPUT MaskAuditFile
    IF WS-AUDIT-STATUS NOT = "00" OR WS-MA-STATUS NOT = "00"
     DISPLAY "ERROR: unable to reread audit copies, status "
      WS-AUDIT-STATUS " " WS-MA-STATUS
     MOVE 8 TO RETURN-CODE
    ELSE
     MOVE "AUDIT" TO WS-CERT-FILE
     MOVE "N" TO WS-MASK-EOF
     PERFORM UNTIL WS-MASK-EOF = "Y"
      READ MaskAuditFile
          AT END
           MOVE "Y" TO WS-MASK-EOF
          NOT AT END
           READ AuditFile
               AT END
                ADD 1 TO WS-MISSING-COUNT
                MOVE "Y" TO WS-MASK-EOF
               NOT AT END
                PERFORM CERTIFY-AUDIT-ENTRY
           END-READ
      END-READ
     END-PERFORM
    END-IF
    CLOSE AuditFile
    CLOSE MaskAuditFile.

CERTIFY-AUDIT-ENTRY.
    IF AU-ID IS NUMERIC AND AU-OP NOT = "RUNTRAILER"
       AND AU-OP NOT = "RLADD" AND AU-OP NOT = "RLEND"
       AND AU-OP NOT = "HOLDPLACE" AND AU-OP NOT = "HOLDREL"
       AND AU-OP NOT = "CONSENTGRT" AND AU-OP NOT = "CONSENTWD"
     MOVE AU-ID TO WS-CERT-ID
     MOVE "B-NAME" TO WS-CERT-FIELD
     MOVE AU-B-NAME TO WS-CERT-ORIG
     MOVE MA-B-NAME TO WS-CERT-MASKED
     PERFORM CERTIFY-FIELD
     PERFORM CERTIFY-NAME-NOT-REAL
     MOVE "B-ADDR-LINE1" TO WS-CERT-FIELD
     MOVE AU-B-ADDR-LINE1 TO WS-CERT-ORIG
     MOVE MA-B-ADDR-LINE1 TO WS-CERT-MASKED
     PERFORM CERTIFY-FIELD
     MOVE "B-ADDR-LINE2" TO WS-CERT-FIELD
     MOVE AU-B-ADDR-LINE2 TO WS-CERT-ORIG
     MOVE MA-B-ADDR-LINE2 TO WS-CERT-MASKED
     PERFORM CERTIFY-FIELD
     MOVE "A-NAME" TO WS-CERT-FIELD
     MOVE AU-A-NAME TO WS-CERT-ORIG
     MOVE MA-A-NAME TO WS-CERT-MASKED
     PERFORM CERTIFY-FIELD
     PERFORM CERTIFY-NAME-NOT-REAL
     MOVE "A-ADDR-LINE1" TO WS-CERT-FIELD
     MOVE AU-A-ADDR-LINE1 TO WS-CERT-ORIG
     MOVE MA-A-ADDR-LINE1 TO WS-CERT-MASKED
     PERFORM CERTIFY-FIELD
     MOVE "A-ADDR-LINE2" TO WS-CERT-FIELD
     MOVE AU-A-ADDR-LINE2 TO WS-CERT-ORIG
     MOVE MA-A-ADDR-LINE2 TO WS-CERT-MASKED
     PERFORM CERTIFY-FIELD
     MOVE "B-BIRTHDATE" TO WS-CERT-FIELD
     MOVE SPACES TO WS-CERT-ORIG
     MOVE SPACES TO WS-CERT-MASKED
     MOVE AU-B-BIRTHDATE TO WS-MB-IN
     IF WS-MB-IN-X IS NUMERIC AND WS-MB-IN NOT = 0
      MOVE WS-MB-IN-X TO WS-CERT-ORIG
      MOVE MA-B-BIRTHDATE TO WS-MB-IN
      MOVE WS-MB-IN-X TO WS-CERT-MASKED
     END-IF
     PERFORM CERTIFY-FIELD
     MOVE "A-BIRTHDATE" TO WS-CERT-FIELD
     MOVE SPACES TO WS-CERT-ORIG
     MOVE SPACES TO WS-CERT-MASKED
     MOVE AU-A-BIRTHDATE TO WS-MB-IN
     IF WS-MB-IN-X IS NUMERIC AND WS-MB-IN NOT = 0
      MOVE WS-MB-IN-X TO WS-CERT-ORIG
      MOVE MA-A-BIRTHDATE TO WS-MB-IN
      MOVE WS-MB-IN-X TO WS-CERT-MASKED
     END-IF
     PERFORM CERTIFY-FIELD
    END-IF.

CERTIFY-FIELD.
    IF WS-CERT-ORIG NOT = SPACES
     ADD 1 TO WS-FIELDS-CHECKED
     IF WS-CERT-MASKED = WS-CERT-ORIG
      ADD 1 TO WS-SURVIVOR-COUNT
      MOVE SPACES TO MASK-CERT-RECORD
      STRING "ORIGINAL VALUE IN OUTPUT FILE=" WS-CERT-FILE
             " ID=" WS-CERT-ID " FIELD=" WS-CERT-FIELD
       DELIMITED BY SIZE INTO MASK-CERT-RECORD
      WRITE MASK-CERT-RECORD
     END-IF
    END-IF.

CERTIFY-NAME-NOT-REAL.
    IF WS-CERT-MASKED NOT = SPACES
     MOVE WS-CERT-MASKED(1:20) TO NM-NAME
     READ PersonNameFile
      KEY IS NM-NAME
     END-READ
     IF WS-NM-STATUS = "00" OR WS-NM-STATUS = "02"
      ADD 1 TO WS-SURVIVOR-COUNT
      MOVE SPACES TO MASK-CERT-RECORD
      STRING "REAL NAME IN OUTPUT FILE=" WS-CERT-FILE
             " ID=" WS-CERT-ID " FIELD=" WS-CERT-FIELD
             " MATCHES ID=" NM-ID
       DELIMITED BY SIZE INTO MASK-CERT-RECORD
      WRITE MASK-CERT-RECORD
     END-IF
    END-IF.

WRITE-CERT-SUMMARY.
    MOVE SPACES TO MASK-CERT-RECORD
    WRITE MASK-CERT-RECORD
    MOVE SPACES TO MASK-CERT-RECORD
    STRING "PERSON  READ=" WS-PERS-READ " WRITTEN=" WS-PERS-WRITTEN
           " OUTPUT=" FUNCTION TRIM(WS-MASKPERSON-FILENAME)
     DELIMITED BY SIZE INTO MASK-CERT-RECORD
    WRITE MASK-CERT-RECORD
    MOVE SPACES TO MASK-CERT-RECORD
    IF WS-CONTACT-AVAILABLE = "Y"
     STRING "CONTACT READ=" WS-CT-READ " WRITTEN=" WS-CT-WRITTEN
            " OUTPUT=" FUNCTION TRIM(WS-MASKCONTACT-FILENAME)
      DELIMITED BY SIZE INTO MASK-CERT-RECORD
    ELSE
     MOVE "CONTACT NO SOURCE FILE" TO MASK-CERT-RECORD
    END-IF
    WRITE MASK-CERT-RECORD
    MOVE SPACES TO MASK-CERT-RECORD
    IF WS-AUDIT-AVAILABLE = "Y"
     STRING "AUDIT   READ=" WS-AU-READ " WRITTEN=" WS-AU-WRITTEN
            " OUTPUT=" FUNCTION TRIM(WS-MASKAUDIT-FILENAME)
      DELIMITED BY SIZE INTO MASK-CERT-RECORD
    ELSE
     MOVE "AUDIT   NO SOURCE FILE" TO MASK-CERT-RECORD
    END-IF
    WRITE MASK-CERT-RECORD
    MOVE SPACES TO MASK-CERT-RECORD
    STRING "FIELDS CHECKED=" WS-FIELDS-CHECKED
           " ORIGINAL VALUES FOUND=" WS-SURVIVOR-COUNT
           " UNMATCHED RECORDS=" WS-MISSING-COUNT
     DELIMITED BY SIZE INTO MASK-CERT-RECORD
    WRITE MASK-CERT-RECORD
    IF RETURN-CODE = 0 AND WS-SURVIVOR-COUNT = 0
       AND WS-MISSING-COUNT = 0
     MOVE "RESULT: CERTIFIED, NO ORIGINAL VALUE FOUND IN OUTPUT"
      TO MASK-CERT-RECORD
    ELSE
     MOVE "RESULT: NOT CERTIFIED, DO NOT RELEASE MASKED FILES"
      TO MASK-CERT-RECORD
     MOVE 8 TO RETURN-CODE
    END-IF
    WRITE MASK-CERT-RECORD
    DISPLAY FUNCTION TRIM(MASK-CERT-RECORD).

LOG-ERROR.
    MOVE "Cobol67Mask" TO EL-PROGRAM
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
    MOVE "Cobol67Mask" TO OS-PROGRAM
    EVALUATE TRUE
     WHEN RETURN-CODE = 0
      MOVE "SUCCESS" TO OS-STATUS
     WHEN RETURN-CODE = 4
      MOVE "WARNING" TO OS-STATUS
     WHEN OTHER
      MOVE "FAILED" TO OS-STATUS
    END-EVALUATE
    MOVE WS-PERS-WRITTEN TO OS-COUNT1
    MOVE WS-AU-WRITTEN TO OS-COUNT2
    MOVE WS-SURVIVOR-COUNT TO OS-COUNT3
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
            WHEN "AUDITFILE"
             MOVE FP-VALUE TO WS-AUDIT-FILENAME
            WHEN "MASKPERSONFILE"
             MOVE FP-VALUE TO WS-MASKPERSON-FILENAME
            WHEN "MASKCONTACTFILE"
             MOVE FP-VALUE TO WS-MASKCONTACT-FILENAME
            WHEN "MASKAUDITFILE"
             MOVE FP-VALUE TO WS-MASKAUDIT-FILENAME
            WHEN "MASKCERTFILE"
             MOVE FP-VALUE TO WS-MASKCERT-FILENAME
            WHEN "MASKSALT"
             IF FP-VALUE(1:9) IS NUMERIC
              MOVE FP-VALUE(1:9) TO WS-MASK-SALT
             END-IF
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
