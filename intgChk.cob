       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INTGCHK.
*> Cross-file referential integrity run over the roster, course,
*> enrollment, address, customer and billing files.  STDARCH
*> purges students and CUSTMERGE deletes customers without
*> touching the records that still name them, so this run looks
*> for the links that no longer hold:
*>   - ENRMSTR enrollments whose student is not on DISK1
*>   - ENRMSTR enrollments whose course/term is not on CRSMSTR
*>   - CRSMSTR CRS-ENROLLED counts that disagree with ENRMSTR
*>   - ADDRMSTR addresses whose student or customer is gone
*>   - BILLLEDG ledgers and XREFOUT links whose customer is gone
*> Every finding prints on INTGRPT and is filed on EXCPMSTR, unless
*> the same finding is already open there from an earlier run.
*> The enrollments are sorted into course/term order and matched
*> against CRSMSTR so the recount needs no in-core course table.
*> INTGFIX=Y turns on the safe corrections: CRS-ENROLLED is set to
*> the ENRMSTR count and orphan addresses are deleted.  Orphan
*> enrollments, ledgers and links are only reported - they carry
*> grade and money history a clerk must decide about.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT ENRFILE ASSIGN TO ENRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT CRSFILE ASSIGN TO CRSMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CRS-KEY
    FILE STATUS IS WS-FS-CRS.
    SELECT ESRTFILE ASSIGN TO INTGSRT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-ESRT.
    SELECT ENR-SORT-WORK ASSIGN TO SORTWK1.
    SELECT ADDRFILE ASSIGN TO ADDRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS ADDR-KEY
    FILE STATUS IS WS-FS-ADDR.
    SELECT CUSTFILE ASSIGN TO CUSTMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS Ident
    FILE STATUS IS WS-FS-CUST.
    SELECT LDGRFILE ASSIGN TO BILLLEDG
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS LDGR-CUST-IDENT
    FILE STATUS IS WS-FS-LDGR.
    SELECT XREFFILE ASSIGN TO XREFOUT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-XREF.
    SELECT EXCPMFILE ASSIGN TO EXCPMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS EXC-KEY
    FILE STATUS IS WS-FS-EXCM.
    SELECT RPTFILE ASSIGN TO INTGRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STD-REC.
COPY STDREC.
FD  ENRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ENR-REC.
COPY ENRREC.
FD  CRSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CRS-REC.
COPY CRSREC.
FD  ESRTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ESRT-REC.
01 ESRT-REC.
    02 ESRT-CRS-KEY.
       03 ESRT-CRS-ID      PIC X(06).
       03 ESRT-TERM        PIC X(05).
    02 ESRT-STD-NO         PIC 9(05).
    02 FILLER              PIC X(64).
SD  ENR-SORT-WORK
    DATA RECORD IS ESW-REC.
01 ESW-REC.
    02 ESW-CRS-ID          PIC X(06).
    02 ESW-TERM            PIC X(05).
    02 ESW-STD-NO          PIC 9(05).
    02 FILLER              PIC X(64).
FD  ADDRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ADDR-REC.
COPY ADDRREC.
FD  CUSTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CustRec.
COPY CUSTREC.
FD  LDGRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS LDGR-REC.
COPY LDGRREC.
FD  XREFFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS XREF-REC.
COPY XREFREC.
FD  EXCPMFILE
    RECORD CONTAINS 160 CHARACTERS
    BLOCK CONTAINS 1600 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS EXC-REC.
COPY EXCREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS1                  PIC 9(02).
77 WS-FS-ENR               PIC 9(02).
77 WS-FS-CRS               PIC 9(02).
77 WS-FS-ESRT              PIC 9(02).
77 WS-FS-ADDR              PIC 9(02).
77 WS-FS-CUST              PIC 9(02).
77 WS-FS-LDGR              PIC 9(02).
77 WS-FS-XREF              PIC 9(02).
77 WS-FS-EXCM              PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-CRS-EOF-SW           PIC X(01) VALUE 'N'.
   88 CRS-EOF-SW           VALUE 'Y'.
   88 CRS-NOT-EOF-SW       VALUE 'N'.
01 WS-SRT-EOF-SW           PIC X(01) VALUE 'N'.
   88 SRT-EOF-SW           VALUE 'Y'.
   88 SRT-NOT-EOF-SW       VALUE 'N'.
01 WS-FIX-ENTRY            PIC X(01) VALUE 'N'.
   88 FIX-MODE             VALUE 'Y'.
   88 REPORT-ONLY          VALUE 'N'.
01 WS-CUST-SW              PIC X(01) VALUE 'N'.
   88 CUSTMSTR-ON-FILE     VALUE 'Y'.
   88 CUSTMSTR-NOT-ON-FILE VALUE 'N'.
01 WS-FOUND-SW             PIC X(01) VALUE 'N'.
   88 MASTER-FOUND         VALUE 'Y'.
   88 MASTER-NOT-FOUND     VALUE 'N'.
01 WS-ON-EXCPMSTR-SW       PIC X(01) VALUE 'N'.
   88 ALREADY-ON-EXCPMSTR  VALUE 'Y'.
   88 NOT-ON-EXCPMSTR      VALUE 'N'.
01 WS-ACTUAL-COUNT         PIC 9(05) VALUE ZERO.
01 WS-COUNT-EDIT           PIC ZZZZ9.
01 WS-ENROLLED-EDIT        PIC ZZ9.
*> Open exceptions this program filed on earlier runs, so a link
*> still broken tonight is not filed a second time.
01 WS-OPEN-EXC-TABLE.
   02 WS-OPEN-EXC OCCURS 1000 TIMES.
      03 WS-OPEN-EXC-KEY   PIC X(20).
      03 WS-OPEN-EXC-REASON PIC X(55).
77 WS-OPEN-EXC-COUNT       PIC 9(04) VALUE ZERO.
77 WS-EXC-SUB              PIC 9(04) VALUE ZERO.
01 WS-ENR-KEY-TEXT.
   02 WS-EKT-STD-NO        PIC 9(05).
   02 FILLER               PIC X(01) VALUE SPACE.
   02 WS-EKT-CRS-ID        PIC X(06).
   02 FILLER               PIC X(01) VALUE SPACE.
   02 WS-EKT-TERM          PIC X(05).
01 WS-CRS-KEY-TEXT.
   02 WS-CKT-CRS-ID        PIC X(06).
   02 FILLER               PIC X(01) VALUE SPACE.
   02 WS-CKT-TERM          PIC X(05).
01 WS-ADDR-KEY-TEXT.
   02 WS-AKT-TYPE          PIC X(01).
   02 FILLER               PIC X(01) VALUE SPACE.
   02 WS-AKT-ID            PIC 9(05).
01 WS-XREF-KEY-TEXT.
   02 WS-XKT-STD-NO        PIC 9(05).
   02 FILLER               PIC X(01) VALUE SPACE.
   02 WS-XKT-IDENT         PIC 9(05).
77 WS-ENR-READ-COUNT       PIC 9(07) VALUE ZERO.
77 WS-NO-STUDENT-COUNT     PIC 9(07) VALUE ZERO.
77 WS-NO-COURSE-COUNT      PIC 9(07) VALUE ZERO.
77 WS-COUNT-DIFF-COUNT     PIC 9(07) VALUE ZERO.
77 WS-RECOUNTED-COUNT      PIC 9(07) VALUE ZERO.
77 WS-ADDR-ORPHAN-COUNT    PIC 9(07) VALUE ZERO.
77 WS-ADDR-DELETED-COUNT   PIC 9(07) VALUE ZERO.
77 WS-LDGR-ORPHAN-COUNT    PIC 9(07) VALUE ZERO.
77 WS-XREF-ORPHAN-COUNT    PIC 9(07) VALUE ZERO.
77 WS-FINDING-COUNT        PIC 9(07) VALUE ZERO.
77 WS-FILED-COUNT          PIC 9(07) VALUE ZERO.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE
      'REFERENTIAL INTEGRITY CHECK'.
   02 WS-HDR-MODE          PIC X(24).
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'FILE     KEY                FINDING'.
01 WS-RPT-DETAIL.
   02 WS-DTL-FILE          PIC X(08).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-KEY           PIC X(18).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-FINDING       PIC X(52).
01 WS-COUNT-LINE.
   02 WS-CNT-LABEL         PIC X(35).
   02 WS-CNT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(38) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
COPY EXPARM.
PROCEDURE DIVISION.
    DISPLAY 'CHECKING CROSS-FILE REFERENTIAL INTEGRITY...'
    ACCEPT WS-FIX-ENTRY FROM ENVIRONMENT 'INTGFIX'
       ON EXCEPTION
          MOVE 'N' TO WS-FIX-ENTRY
    END-ACCEPT
    IF NOT FIX-MODE
       MOVE 'N' TO WS-FIX-ENTRY
    END-IF
    ACCEPT WS-DISK1-NAME FROM ENVIRONMENT WS-DISK1-ENV
       ON EXCEPTION
          MOVE 'DISK1' TO WS-DISK1-NAME
    END-ACCEPT
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING
    PERFORM LOAD-OPEN-EXCEPTIONS.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN INPUT CUSTFILE.
    IF WS-FS-CUST = 35
       DISPLAY 'NO CUSTMSTR FILE - CUSTOMER LINKS NOT CHECKED'
    ELSE
       PERFORM CHECK-FS-CUST
       MOVE 'Y' TO WS-CUST-SW
    END-IF.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM WRITE-REPORT-HEADER.
    SORT ENR-SORT-WORK
       ON ASCENDING KEY ESW-CRS-ID ESW-TERM ESW-STD-NO
       INPUT PROCEDURE IS CHECK-ENROLLMENT-STUDENTS
       GIVING ESRTFILE.
    PERFORM CHECK-COURSE-COUNTS.
    PERFORM CHECK-ADDRESSES.
    IF CUSTMSTR-ON-FILE
       PERFORM CHECK-LEDGERS
       PERFORM CHECK-XREF-LINKS
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    IF CUSTMSTR-ON-FILE
       CLOSE CUSTFILE
       PERFORM CHECK-FS-CUST
    END-IF.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'ENROLLMENTS READ     : ' WS-ENR-READ-COUNT.
    DISPLAY 'FINDINGS             : ' WS-FINDING-COUNT.
    DISPLAY 'FILED ON EXCPMSTR    : ' WS-FILED-COUNT.
    IF FIX-MODE
       DISPLAY 'COURSES RECOUNTED    : ' WS-RECOUNTED-COUNT
       DISPLAY 'ADDRESSES DELETED    : ' WS-ADDR-DELETED-COUNT
    END-IF.
    IF WS-FINDING-COUNT > ZERO
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
LOAD-OPEN-EXCEPTIONS.
    MOVE ZERO TO WS-OPEN-EXC-COUNT
    OPEN INPUT EXCPMFILE
    IF WS-FS-EXCM NOT = 35
       PERFORM CHECK-FS-EXCM
       PERFORM SCAN-OPEN-EXCEPTIONS
       CLOSE EXCPMFILE
       PERFORM CHECK-FS-EXCM
    END-IF.
SCAN-OPEN-EXCEPTIONS.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ EXCPMFILE NEXT RECORD
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-EXCM
       IF NOT-EOF-SW AND EXC-PGM-NAME = 'INTGCHK' AND EXC-OPEN
          IF WS-OPEN-EXC-COUNT < 1000
             ADD 1 TO WS-OPEN-EXC-COUNT
             MOVE EXC-RECORD-KEY TO WS-OPEN-EXC-KEY (WS-OPEN-EXC-COUNT)
             MOVE EXC-REASON TO WS-OPEN-EXC-REASON (WS-OPEN-EXC-COUNT)
          END-IF
       END-IF
    END-PERFORM.
*> Sort input: every enrollment is checked against the roster on
*> the way into the sort, then released in course/term order.
CHECK-ENROLLMENT-STUDENTS.
    OPEN INPUT ENRFILE
    PERFORM CHECK-FS-ENR
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ ENRFILE NEXT RECORD
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-ENR
       IF NOT-EOF-SW
          ADD 1 TO WS-ENR-READ-COUNT
          MOVE ENR-STD-NO TO STD-NO
          PERFORM READ-STUDENT
          IF MASTER-NOT-FOUND
             ADD 1 TO WS-NO-STUDENT-COUNT
             MOVE 'ENRMSTR' TO WS-DTL-FILE
             PERFORM FORMAT-ENR-KEY
             MOVE 'E' TO EXC-PARM-SEVERITY
             MOVE 'ENROLLMENT FOR A STUDENT NOT ON DISK1'
                TO EXC-PARM-REASON
             PERFORM REPORT-FINDING
          END-IF
          MOVE SPACES TO ESW-REC
          MOVE ENR-CRS-ID TO ESW-CRS-ID
          MOVE ENR-TERM TO ESW-TERM
          MOVE ENR-STD-NO TO ESW-STD-NO
          RELEASE ESW-REC
       END-IF
    END-PERFORM
    CLOSE ENRFILE
    PERFORM CHECK-FS-ENR.
*> Course/term order match of the sorted enrollments against
*> CRSMSTR: a course with no enrollments must show zero enrolled,
*> an enrollment group with no course is an orphan, and a matched
*> course's CRS-ENROLLED must equal its group's count.
CHECK-COURSE-COUNTS.
    IF FIX-MODE
       OPEN I-O CRSFILE
    ELSE
       OPEN INPUT CRSFILE
    END-IF
    PERFORM CHECK-FS-CRS
    OPEN INPUT ESRTFILE
    PERFORM CHECK-FS-ESRT
    MOVE 'N' TO WS-CRS-EOF-SW
    MOVE 'N' TO WS-SRT-EOF-SW
    PERFORM READ-NEXT-COURSE
    PERFORM READ-SORTED-ENROLLMENT
    PERFORM UNTIL CRS-EOF-SW AND SRT-EOF-SW
       EVALUATE TRUE
          WHEN SRT-EOF-SW
             MOVE ZERO TO WS-ACTUAL-COUNT
             PERFORM COMPARE-ENROLLED-COUNT
             PERFORM READ-NEXT-COURSE
          WHEN CRS-EOF-SW
             PERFORM REPORT-COURSE-NOT-FOUND
             PERFORM READ-SORTED-ENROLLMENT
          WHEN CRS-KEY < ESRT-CRS-KEY
             MOVE ZERO TO WS-ACTUAL-COUNT
             PERFORM COMPARE-ENROLLED-COUNT
             PERFORM READ-NEXT-COURSE
          WHEN ESRT-CRS-KEY < CRS-KEY
             PERFORM REPORT-COURSE-NOT-FOUND
             PERFORM READ-SORTED-ENROLLMENT
          WHEN OTHER
             MOVE ZERO TO WS-ACTUAL-COUNT
             PERFORM UNTIL SRT-EOF-SW OR ESRT-CRS-KEY NOT = CRS-KEY
                ADD 1 TO WS-ACTUAL-COUNT
                PERFORM READ-SORTED-ENROLLMENT
             END-PERFORM
             PERFORM COMPARE-ENROLLED-COUNT
             PERFORM READ-NEXT-COURSE
       END-EVALUATE
    END-PERFORM
    CLOSE CRSFILE
    PERFORM CHECK-FS-CRS
    CLOSE ESRTFILE
    PERFORM CHECK-FS-ESRT.
READ-NEXT-COURSE.
    READ CRSFILE NEXT RECORD
       AT END MOVE 'Y' TO WS-CRS-EOF-SW
    END-READ
    PERFORM CHECK-FS-CRS.
READ-SORTED-ENROLLMENT.
    READ ESRTFILE
       AT END MOVE 'Y' TO WS-SRT-EOF-SW
    END-READ
    PERFORM CHECK-FS-ESRT.
REPORT-COURSE-NOT-FOUND.
    ADD 1 TO WS-NO-COURSE-COUNT
    MOVE 'ENRMSTR' TO WS-DTL-FILE
    MOVE ESRT-STD-NO TO WS-EKT-STD-NO
    MOVE ESRT-CRS-ID TO WS-EKT-CRS-ID
    MOVE ESRT-TERM TO WS-EKT-TERM
    MOVE WS-ENR-KEY-TEXT TO EXC-PARM-KEY
    MOVE 'E' TO EXC-PARM-SEVERITY
    MOVE 'ENROLLMENT FOR A COURSE/TERM NOT ON CRSMSTR'
       TO EXC-PARM-REASON
    PERFORM REPORT-FINDING.
COMPARE-ENROLLED-COUNT.
    IF CRS-ENROLLED NOT = WS-ACTUAL-COUNT
       ADD 1 TO WS-COUNT-DIFF-COUNT
       MOVE 'CRSMSTR' TO WS-DTL-FILE
       MOVE CRS-ID TO WS-CKT-CRS-ID
       MOVE CRS-TERM TO WS-CKT-TERM
       MOVE WS-CRS-KEY-TEXT TO EXC-PARM-KEY
       MOVE CRS-ENROLLED TO WS-ENROLLED-EDIT
       MOVE WS-ACTUAL-COUNT TO WS-COUNT-EDIT
       MOVE SPACES TO EXC-PARM-REASON
       IF FIX-MODE AND WS-ACTUAL-COUNT NOT > 999
          MOVE 'W' TO EXC-PARM-SEVERITY
          STRING 'CRS-ENROLLED ' WS-ENROLLED-EDIT ' BUT ENRMSTR HAS '
             WS-COUNT-EDIT ' - RECOUNTED'
             DELIMITED BY SIZE INTO EXC-PARM-REASON
          END-STRING
          MOVE WS-ACTUAL-COUNT TO CRS-ENROLLED
          REWRITE CRS-REC
          PERFORM CHECK-FS-CRS
          ADD 1 TO WS-RECOUNTED-COUNT
       ELSE
          MOVE 'E' TO EXC-PARM-SEVERITY
          STRING 'CRS-ENROLLED ' WS-ENROLLED-EDIT ' BUT ENRMSTR HAS '
             WS-COUNT-EDIT
             DELIMITED BY SIZE INTO EXC-PARM-REASON
          END-STRING
       END-IF
       PERFORM REPORT-FINDING
    END-IF.
*> An address belongs to a student ('S') or a customer ('C'); the
*> owner must still be on its master.
CHECK-ADDRESSES.
    IF FIX-MODE
       OPEN I-O ADDRFILE
    ELSE
       OPEN INPUT ADDRFILE
    END-IF
    IF WS-FS-ADDR = 35
       DISPLAY 'NO ADDRMSTR FILE - ADDRESSES NOT CHECKED'
    ELSE
       PERFORM CHECK-FS-ADDR
       PERFORM SCAN-ADDRESSES
       CLOSE ADDRFILE
       PERFORM CHECK-FS-ADDR
    END-IF.
SCAN-ADDRESSES.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ ADDRFILE NEXT RECORD
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-ADDR
       IF NOT-EOF-SW
          PERFORM CHECK-ONE-ADDRESS
       END-IF
    END-PERFORM.
CHECK-ONE-ADDRESS.
    MOVE 'Y' TO WS-FOUND-SW
    EVALUATE TRUE
       WHEN ADDR-STUDENT
          MOVE ADDR-ENT-ID TO STD-NO
          PERFORM READ-STUDENT
          MOVE 'ADDRESS FOR A STUDENT NOT ON DISK1'
             TO EXC-PARM-REASON
       WHEN ADDR-CUSTOMER AND CUSTMSTR-ON-FILE
          MOVE ADDR-ENT-ID TO Ident
          PERFORM READ-CUSTOMER
          MOVE 'ADDRESS FOR A CUSTOMER NOT ON CUSTMSTR'
             TO EXC-PARM-REASON
    END-EVALUATE
    IF MASTER-NOT-FOUND
       ADD 1 TO WS-ADDR-ORPHAN-COUNT
       MOVE 'ADDRMSTR' TO WS-DTL-FILE
       MOVE ADDR-ENT-TYPE TO WS-AKT-TYPE
       MOVE ADDR-ENT-ID TO WS-AKT-ID
       MOVE WS-ADDR-KEY-TEXT TO EXC-PARM-KEY
       IF FIX-MODE
          MOVE 'W' TO EXC-PARM-SEVERITY
          DELETE ADDRFILE RECORD
          PERFORM CHECK-FS-ADDR
          ADD 1 TO WS-ADDR-DELETED-COUNT
          IF ADDR-STUDENT
             MOVE 'ADDRESS FOR A STUDENT NOT ON DISK1 - DELETED'
                TO EXC-PARM-REASON
          ELSE
             MOVE 'ADDRESS FOR A CUSTOMER NOT ON CUSTMSTR - DELETED'
                TO EXC-PARM-REASON
          END-IF
       ELSE
          MOVE 'E' TO EXC-PARM-SEVERITY
       END-IF
       PERFORM REPORT-FINDING
    END-IF.
CHECK-LEDGERS.
    OPEN INPUT LDGRFILE
    IF WS-FS-LDGR = 35
       DISPLAY 'NO BILLLEDG FILE - LEDGERS NOT CHECKED'
    ELSE
       PERFORM CHECK-FS-LDGR
       PERFORM SCAN-LEDGERS
       CLOSE LDGRFILE
       PERFORM CHECK-FS-LDGR
    END-IF.
SCAN-LEDGERS.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ LDGRFILE NEXT RECORD
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-LDGR
       IF NOT-EOF-SW
          MOVE LDGR-CUST-IDENT TO Ident
          PERFORM READ-CUSTOMER
          IF MASTER-NOT-FOUND
             ADD 1 TO WS-LDGR-ORPHAN-COUNT
             MOVE 'BILLLEDG' TO WS-DTL-FILE
             MOVE LDGR-CUST-IDENT TO EXC-PARM-KEY
             MOVE 'E' TO EXC-PARM-SEVERITY
             MOVE 'LEDGER FOR A CUSTOMER NOT ON CUSTMSTR'
                TO EXC-PARM-REASON
             PERFORM REPORT-FINDING
          END-IF
       END-IF
    END-PERFORM.
CHECK-XREF-LINKS.
    OPEN INPUT XREFFILE
    IF WS-FS-XREF = 35
       DISPLAY 'NO XREFOUT FILE - LINKS NOT CHECKED'
    ELSE
       PERFORM CHECK-FS-XREF
       PERFORM SCAN-XREF-LINKS
       CLOSE XREFFILE
       PERFORM CHECK-FS-XREF
    END-IF.
SCAN-XREF-LINKS.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ XREFFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-XREF
       IF NOT-EOF-SW
          MOVE XREF-CUST-IDENT TO Ident
          PERFORM READ-CUSTOMER
          IF MASTER-NOT-FOUND
             ADD 1 TO WS-XREF-ORPHAN-COUNT
             MOVE 'XREFOUT' TO WS-DTL-FILE
             MOVE XREF-STD-NO TO WS-XKT-STD-NO
             MOVE XREF-CUST-IDENT TO WS-XKT-IDENT
             MOVE WS-XREF-KEY-TEXT TO EXC-PARM-KEY
             MOVE 'E' TO EXC-PARM-SEVERITY
             MOVE 'STUDENT LINK TO A CUSTOMER NOT ON CUSTMSTR'
                TO EXC-PARM-REASON
             PERFORM REPORT-FINDING
          END-IF
       END-IF
    END-PERFORM.
READ-STUDENT.
    READ FILE1
       INVALID KEY
          MOVE 'N' TO WS-FOUND-SW
       NOT INVALID KEY
          MOVE 'Y' TO WS-FOUND-SW
    END-READ
    PERFORM CHECK-FS1.
READ-CUSTOMER.
    READ CUSTFILE
       INVALID KEY
          MOVE 'N' TO WS-FOUND-SW
       NOT INVALID KEY
          MOVE 'Y' TO WS-FOUND-SW
    END-READ
    PERFORM CHECK-FS-CUST.
FORMAT-ENR-KEY.
    MOVE ENR-STD-NO TO WS-EKT-STD-NO
    MOVE ENR-CRS-ID TO WS-EKT-CRS-ID
    MOVE ENR-TERM TO WS-EKT-TERM
    MOVE WS-ENR-KEY-TEXT TO EXC-PARM-KEY.
*> Prints the finding and files it on EXCPMSTR unless the same key
*> and reason are already open there.
REPORT-FINDING.
    ADD 1 TO WS-FINDING-COUNT
    MOVE 'INTGCHK' TO EXC-PARM-PGM
    MOVE 'N' TO WS-ON-EXCPMSTR-SW
    PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
          UNTIL WS-EXC-SUB > WS-OPEN-EXC-COUNT OR ALREADY-ON-EXCPMSTR
       IF WS-OPEN-EXC-KEY (WS-EXC-SUB) = EXC-PARM-KEY
          AND WS-OPEN-EXC-REASON (WS-EXC-SUB) = EXC-PARM-REASON
          MOVE 'Y' TO WS-ON-EXCPMSTR-SW
       END-IF
    END-PERFORM
    MOVE EXC-PARM-KEY TO WS-DTL-KEY
    MOVE EXC-PARM-REASON TO WS-DTL-FINDING
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    IF ALREADY-ON-EXCPMSTR
       MOVE SPACES TO WS-DTL-FILE WS-DTL-KEY
       MOVE '(STILL OPEN ON EXCPMSTR FROM AN EARLIER RUN)'
          TO WS-DTL-FINDING
       MOVE WS-RPT-DETAIL TO RPT-LINE
       WRITE RPT-LINE
       PERFORM CHECK-FS-RPT
    ELSE
       CALL 'EXCPLOG' USING EXC-PARM
       ADD 1 TO WS-FILED-COUNT
    END-IF.
WRITE-REPORT-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    IF FIX-MODE
       MOVE 'FIX MODE' TO WS-HDR-MODE
    ELSE
       MOVE 'REPORT ONLY' TO WS-HDR-MODE
    END-IF
    MOVE WS-RPT-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-RPT-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-REPORT-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE 'ENROLLMENTS READ' TO WS-CNT-LABEL
    MOVE WS-ENR-READ-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE 'ENROLLMENTS - STUDENT NOT ON FILE' TO WS-CNT-LABEL
    MOVE WS-NO-STUDENT-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE 'ENROLLMENTS - COURSE NOT ON FILE' TO WS-CNT-LABEL
    MOVE WS-NO-COURSE-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE 'COURSES - ENROLLED COUNT WRONG' TO WS-CNT-LABEL
    MOVE WS-COUNT-DIFF-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE 'ADDRESSES - OWNER NOT ON FILE' TO WS-CNT-LABEL
    MOVE WS-ADDR-ORPHAN-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE 'LEDGERS - CUSTOMER NOT ON FILE' TO WS-CNT-LABEL
    MOVE WS-LDGR-ORPHAN-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    MOVE 'XREF LINKS - CUSTOMER NOT ON FILE' TO WS-CNT-LABEL
    MOVE WS-XREF-ORPHAN-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE
    IF FIX-MODE
       MOVE 'COURSES RECOUNTED' TO WS-CNT-LABEL
       MOVE WS-RECOUNTED-COUNT TO WS-CNT-COUNT
       PERFORM WRITE-COUNT-LINE
       MOVE 'ADDRESSES DELETED' TO WS-CNT-LABEL
       MOVE WS-ADDR-DELETED-COUNT TO WS-CNT-COUNT
       PERFORM WRITE-COUNT-LINE
    END-IF
    MOVE 'NEW EXCEPTIONS FILED' TO WS-CNT-LABEL
    MOVE WS-FILED-COUNT TO WS-CNT-COUNT
    PERFORM WRITE-COUNT-LINE.
WRITE-COUNT-LINE.
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 10
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-CRS.
    IF WS-FS-CRS NOT = 00 AND WS-FS-CRS NOT = 10
       DISPLAY 'CRSFILE (CRSMSTR) I-O ERROR, FILE STATUS = ' WS-FS-CRS
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ESRT.
    IF WS-FS-ESRT NOT = 00 AND WS-FS-ESRT NOT = 10
       DISPLAY 'ESRTFILE (INTGSRT) I-O ERROR, FILE STATUS = ' WS-FS-ESRT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ADDR.
    IF WS-FS-ADDR NOT = 00 AND WS-FS-ADDR NOT = 10
       DISPLAY 'ADDRFILE (ADDRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ADDR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-CUST.
    IF WS-FS-CUST NOT = 00 AND WS-FS-CUST NOT = 23
       DISPLAY 'CUSTFILE (CUSTMSTR) I-O ERROR, FILE STATUS = ' WS-FS-CUST
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-LDGR.
    IF WS-FS-LDGR NOT = 00 AND WS-FS-LDGR NOT = 10
       DISPLAY 'LDGRFILE (BILLLEDG) I-O ERROR, FILE STATUS = ' WS-FS-LDGR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-XREF.
    IF WS-FS-XREF NOT = 00 AND WS-FS-XREF NOT = 10
       DISPLAY 'XREFFILE (XREFOUT) I-O ERROR, FILE STATUS = ' WS-FS-XREF
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-EXCM.
    IF WS-FS-EXCM NOT = 00 AND WS-FS-EXCM NOT = 10
       DISPLAY 'EXCPMFILE (EXCPMSTR) I-O ERROR, FILE STATUS = '
          WS-FS-EXCM
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (INTGRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
