       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CLSLIST.
*> Instructor class lists for one term (CLSTERM).  The ENRMSTR
*> enrollments for the term are sorted by course and student name,
*> each student's name and status looked up on the roster, and the
*> sorted file is matched against the term's CRSMSTR courses so
*> every course prints on a page of its own with its title, dates,
*> capacity and the students enrolled.  The same pass writes the
*> GRDTRANS turnaround file in the GRDREC layout - one record per
*> enrolled student with the grade left blank - so the instructor
*> only fills in the letter and GRDPOST posts it against an
*> enrollment that is known to be on file.  Enrollments for a
*> course missing from CRSMSTR or a student missing from the roster
*> are still listed and turned around, and end the run RC 04.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENRFILE ASSIGN TO ENRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT CRSFILE ASSIGN TO CRSMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CRS-KEY
    FILE STATUS IS WS-FS-CRS.
    SELECT CSRTFILE ASSIGN TO CLSSRT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-CSRT.
    SELECT CLS-SORT-WORK ASSIGN TO SORTWK1.
    SELECT GRDFILE ASSIGN TO GRDTRANS
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GRD.
    SELECT RPTFILE ASSIGN TO CLSRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  ENRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ENR-REC.
COPY ENRREC.
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STD-REC.
COPY STDREC.
FD  CRSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CRS-REC.
COPY CRSREC.
FD  CSRTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CSRT-REC.
01 CSRT-REC.
    02 CSRT-CRS-ID         PIC X(06).
    02 CSRT-NAME.
       03 CSRT-LAST-NAME   PIC X(12).
       03 CSRT-FIRST-NAME  PIC X(08).
    02 CSRT-STD-NO         PIC 9(05).
    02 CSRT-STATUS-CD      PIC X(01).
    02 CSRT-GRADE          PIC X(01).
    02 FILLER              PIC X(47).
SD  CLS-SORT-WORK
    DATA RECORD IS CSW-REC.
01 CSW-REC.
    02 CSW-CRS-ID          PIC X(06).
    02 CSW-NAME.
       03 CSW-LAST-NAME    PIC X(12).
       03 CSW-FIRST-NAME   PIC X(08).
    02 CSW-STD-NO          PIC 9(05).
    02 CSW-STATUS-CD       PIC X(01).
    02 CSW-GRADE           PIC X(01).
    02 FILLER              PIC X(47).
FD  GRDFILE
    RECORD CONTAINS 80 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GRD-TRAN-REC.
COPY GRDREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-ENR               PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-CRS               PIC 9(02).
77 WS-FS-CSRT              PIC 9(02).
77 WS-FS-GRD               PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-ENR-EOF-SW           PIC X(01) VALUE 'N'.
   88 ENR-EOF-SW           VALUE 'Y'.
   88 ENR-NOT-EOF-SW       VALUE 'N'.
01 WS-CRS-EOF-SW           PIC X(01) VALUE 'N'.
   88 CRS-EOF-SW           VALUE 'Y'.
   88 CRS-NOT-EOF-SW       VALUE 'N'.
01 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
   88 SORT-EOF-SW          VALUE 'Y'.
   88 SORT-NOT-EOF-SW      VALUE 'N'.
01 WS-CRS-ON-FILE-SW       PIC X(01) VALUE 'N'.
   88 LIST-CRS-ON-FILE     VALUE 'Y'.
   88 LIST-CRS-NOT-ON-FILE VALUE 'N'.
01 WS-TERM-CRS-SW          PIC X(01) VALUE 'N'.
   88 TERM-CRS-FOUND       VALUE 'Y'.
   88 TERM-CRS-NOT-FOUND   VALUE 'N'.
01 WS-CLS-TERM             PIC X(05) VALUE SPACES.
01 WS-LIST-CRS-ID          PIC X(06) VALUE SPACES.
77 WS-ENR-READ-COUNT       PIC 9(07) VALUE ZERO.
77 WS-TERM-ENR-COUNT       PIC 9(07) VALUE ZERO.
77 WS-COURSE-COUNT         PIC 9(07) VALUE ZERO.
77 WS-EMPTY-COURSE-COUNT   PIC 9(07) VALUE ZERO.
77 WS-MISSING-CRS-COUNT    PIC 9(07) VALUE ZERO.
77 WS-NOT-ON-ROSTER-COUNT  PIC 9(07) VALUE ZERO.
77 WS-TURNAROUND-COUNT     PIC 9(07) VALUE ZERO.
77 WS-CLASS-COUNT          PIC 9(05) VALUE ZERO.
77 WS-PAGE-NO              PIC 9(03) VALUE ZERO.
77 WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
77 WS-LINES-PER-PAGE       PIC 9(02) VALUE 50.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-PAGE-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(22) VALUE 'INSTRUCTOR CLASS LIST'.
   02 FILLER               PIC X(06) VALUE 'TERM: '.
   02 WS-HDR-TERM          PIC X(05).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(06) VALUE 'PAGE: '.
   02 WS-HDR-PAGE          PIC ZZ9.
   02 FILLER               PIC X(06) VALUE SPACES.
01 WS-COURSE-LINE.
   02 FILLER               PIC X(08) VALUE 'COURSE: '.
   02 WS-CL-CRS-ID         PIC X(06).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-CL-TITLE          PIC X(30).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-CL-CONTINUED      PIC X(11).
   02 FILLER               PIC X(21) VALUE SPACES.
01 WS-DATES-LINE.
   02 FILLER               PIC X(08) VALUE 'DATES : '.
   02 WS-DL-START          PIC X(10).
   02 FILLER               PIC X(03) VALUE ' - '.
   02 WS-DL-END            PIC X(10).
   02 FILLER               PIC X(13) VALUE '   CAPACITY: '.
   02 WS-DL-CAPACITY       PIC ZZ9.
   02 FILLER               PIC X(13) VALUE '   ENROLLED: '.
   02 WS-DL-ENROLLED       PIC ZZ9.
   02 FILLER               PIC X(17) VALUE SPACES.
01 WS-COLUMN-HEADER        PIC X(80) VALUE
   'STD-NO  STUDENT NAME          STATUS  GRADE'.
01 WS-DETAIL-LINE.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-DTL-STATUS        PIC X(01).
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-GRADE         PIC X(01).
   02 FILLER               PIC X(41) VALUE SPACES.
01 WS-CLASS-TOTAL-LINE.
   02 FILLER               PIC X(18) VALUE 'STUDENTS LISTED : '.
   02 WS-CT-COUNT          PIC ZZZZ9.
   02 FILLER               PIC X(57) VALUE SPACES.
01 WS-NO-STUDENTS-LINE     PIC X(80) VALUE
   'NO STUDENTS ENROLLED IN THIS COURSE FOR THE TERM'.
01 WS-NOT-ON-FILE-TITLE    PIC X(30) VALUE
   '*** COURSE NOT ON CRSMSTR ***'.
01 WS-NOT-ON-ROSTER-NAME   PIC X(20) VALUE
   '** NOT ON ROSTER **'.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'PRINTING INSTRUCTOR CLASS LISTS...'
    ACCEPT WS-CLS-TERM FROM ENVIRONMENT 'CLSTERM'
       ON EXCEPTION
          MOVE SPACES TO WS-CLS-TERM
    END-ACCEPT
    IF WS-CLS-TERM = SPACES
       DISPLAY 'CLSTERM (5 CHARS) MUST NAME THE TERM TO LIST'
       MOVE 16 TO RETURN-CODE
       GOBACK
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
    SORT CLS-SORT-WORK
       ON ASCENDING KEY CSW-CRS-ID CSW-NAME CSW-STD-NO
       INPUT PROCEDURE IS RELEASE-TERM-ENROLLMENTS
       GIVING CSRTFILE.
    DISPLAY 'TERM ' WS-CLS-TERM ' ENROLLMENTS SORTED: '
       WS-TERM-ENR-COUNT.
    OPEN INPUT CRSFILE.
    PERFORM CHECK-FS-CRS.
    OPEN INPUT CSRTFILE.
    PERFORM CHECK-FS-CSRT.
    OPEN OUTPUT GRDFILE.
    PERFORM CHECK-FS-GRD.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM READ-NEXT-TERM-COURSE.
    PERFORM READ-SORTED-ENROLLMENT.
    PERFORM UNTIL CRS-EOF-SW AND SORT-EOF-SW
       EVALUATE TRUE
          WHEN SORT-EOF-SW
             MOVE 'Y' TO WS-CRS-ON-FILE-SW
             MOVE CRS-ID TO WS-LIST-CRS-ID
          WHEN CRS-EOF-SW
             MOVE 'N' TO WS-CRS-ON-FILE-SW
             MOVE CSRT-CRS-ID TO WS-LIST-CRS-ID
          WHEN CRS-ID > CSRT-CRS-ID
             MOVE 'N' TO WS-CRS-ON-FILE-SW
             MOVE CSRT-CRS-ID TO WS-LIST-CRS-ID
          WHEN OTHER
             MOVE 'Y' TO WS-CRS-ON-FILE-SW
             MOVE CRS-ID TO WS-LIST-CRS-ID
       END-EVALUATE
       PERFORM PRINT-ONE-CLASS-LIST
       IF LIST-CRS-ON-FILE
          PERFORM READ-NEXT-TERM-COURSE
       END-IF
    END-PERFORM.
    PERFORM WRITE-RUN-TOTALS.
    CLOSE CRSFILE.
    PERFORM CHECK-FS-CRS.
    CLOSE CSRTFILE.
    PERFORM CHECK-FS-CSRT.
    CLOSE GRDFILE.
    PERFORM CHECK-FS-GRD.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'CLASS LISTS PRINTED    : ' WS-CLASS-COUNT.
    DISPLAY 'TURNAROUND RECORDS     : ' WS-TURNAROUND-COUNT.
    DISPLAY 'COURSES NOT ON CRSMSTR : ' WS-MISSING-CRS-COUNT.
    DISPLAY 'STUDENTS NOT ON ROSTER : ' WS-NOT-ON-ROSTER-COUNT.
    IF WS-MISSING-CRS-COUNT > ZERO OR WS-NOT-ON-ROSTER-COUNT > ZERO
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
*> Sort input: every enrollment for the term is released with the
*> student's roster name and status, so the class list comes back
*> in course order and, within a course, in last-name order.
RELEASE-TERM-ENROLLMENTS.
    OPEN INPUT ENRFILE
    PERFORM CHECK-FS-ENR
    OPEN INPUT FILE1
    PERFORM CHECK-FS1
    PERFORM UNTIL ENR-EOF-SW
       READ ENRFILE
          AT END MOVE 'Y' TO WS-ENR-EOF-SW
       END-READ
       PERFORM CHECK-FS-ENR
       IF ENR-NOT-EOF-SW
          ADD 1 TO WS-ENR-READ-COUNT
          IF ENR-TERM = WS-CLS-TERM
             ADD 1 TO WS-TERM-ENR-COUNT
             PERFORM RELEASE-ONE-ENROLLMENT
          END-IF
       END-IF
    END-PERFORM
    CLOSE ENRFILE
    PERFORM CHECK-FS-ENR
    CLOSE FILE1
    PERFORM CHECK-FS1.
RELEASE-ONE-ENROLLMENT.
    MOVE SPACES TO CSW-REC
    MOVE ENR-CRS-ID TO CSW-CRS-ID
    MOVE ENR-STD-NO TO CSW-STD-NO
    MOVE ENR-GRADE TO CSW-GRADE
    MOVE ENR-STD-NO TO STD-NO
    READ FILE1
       INVALID KEY
          ADD 1 TO WS-NOT-ON-ROSTER-COUNT
          MOVE WS-NOT-ON-ROSTER-NAME TO CSW-NAME
          MOVE '?' TO CSW-STATUS-CD
       NOT INVALID KEY
          MOVE STD-NAME TO CSW-NAME
          MOVE STD-STATUS-CD TO CSW-STATUS-CD
    END-READ
    PERFORM CHECK-FS1
    RELEASE CSW-REC.
*> CRSMSTR is keyed course-then-term, so the term's courses are
*> picked out of the sequential read in course order.
READ-NEXT-TERM-COURSE.
    MOVE 'N' TO WS-TERM-CRS-SW
    PERFORM UNTIL CRS-EOF-SW OR TERM-CRS-FOUND
       READ CRSFILE
          AT END MOVE 'Y' TO WS-CRS-EOF-SW
       END-READ
       PERFORM CHECK-FS-CRS
       IF CRS-NOT-EOF-SW AND CRS-TERM = WS-CLS-TERM
          MOVE 'Y' TO WS-TERM-CRS-SW
       END-IF
    END-PERFORM.
READ-SORTED-ENROLLMENT.
    READ CSRTFILE
       AT END MOVE 'Y' TO WS-SORT-EOF-SW
    END-READ
    PERFORM CHECK-FS-CSRT.
*> One page per course: a course on CRSMSTR with nobody enrolled
*> still prints so the instructor knows the section is empty, and
*> enrollments under a course missing from CRSMSTR print under a
*> warning title so the registrar can chase them.
PRINT-ONE-CLASS-LIST.
    ADD 1 TO WS-CLASS-COUNT
    MOVE ZERO TO WS-COURSE-COUNT
    MOVE SPACES TO WS-CL-CONTINUED
    PERFORM WRITE-CLASS-PAGE-HEADER
    IF LIST-CRS-NOT-ON-FILE
       ADD 1 TO WS-MISSING-CRS-COUNT
    END-IF
    PERFORM UNTIL SORT-EOF-SW OR CSRT-CRS-ID NOT = WS-LIST-CRS-ID
       IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
          MOVE '(CONTINUED)' TO WS-CL-CONTINUED
          PERFORM WRITE-CLASS-PAGE-HEADER
       END-IF
       ADD 1 TO WS-COURSE-COUNT
       PERFORM WRITE-STUDENT-LINE
       PERFORM WRITE-TURNAROUND-RECORD
       PERFORM READ-SORTED-ENROLLMENT
    END-PERFORM
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    IF WS-COURSE-COUNT = ZERO
       ADD 1 TO WS-EMPTY-COURSE-COUNT
       MOVE WS-NO-STUDENTS-LINE TO RPT-LINE
    ELSE
       MOVE WS-COURSE-COUNT TO WS-CT-COUNT
       MOVE WS-CLASS-TOTAL-LINE TO RPT-LINE
    END-IF
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-CLASS-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NO
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-CLS-TERM TO WS-HDR-TERM
    MOVE WS-PAGE-NO TO WS-HDR-PAGE
    MOVE WS-PAGE-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-LIST-CRS-ID TO WS-CL-CRS-ID
    IF LIST-CRS-ON-FILE
       MOVE CRS-TITLE TO WS-CL-TITLE
       MOVE SPACES TO WS-DL-START
       STRING CRS-START-MM DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          CRS-START-DD DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          CRS-START-YYYY DELIMITED BY SIZE
          INTO WS-DL-START
       END-STRING
       MOVE SPACES TO WS-DL-END
       STRING CRS-END-MM DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          CRS-END-DD DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          CRS-END-YYYY DELIMITED BY SIZE
          INTO WS-DL-END
       END-STRING
       MOVE CRS-CAPACITY TO WS-DL-CAPACITY
       MOVE CRS-ENROLLED TO WS-DL-ENROLLED
    ELSE
       MOVE WS-NOT-ON-FILE-TITLE TO WS-CL-TITLE
       MOVE SPACES TO WS-DL-START
       MOVE SPACES TO WS-DL-END
       MOVE ZERO TO WS-DL-CAPACITY
       MOVE ZERO TO WS-DL-ENROLLED
    END-IF
    MOVE WS-COURSE-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-DATES-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-COLUMN-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE 6 TO WS-LINE-COUNT.
WRITE-STUDENT-LINE.
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE CSRT-STD-NO TO WS-DTL-STD-NO
    MOVE CSRT-NAME TO WS-DTL-NAME
    MOVE CSRT-STATUS-CD TO WS-DTL-STATUS
    MOVE CSRT-GRADE TO WS-DTL-GRADE
    MOVE WS-DETAIL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    ADD 1 TO WS-LINE-COUNT.
WRITE-TURNAROUND-RECORD.
    MOVE SPACES TO GRD-TRAN-REC
    MOVE CSRT-STD-NO TO GRD-TRAN-STD-NO
    MOVE CSRT-CRS-ID TO GRD-TRAN-CRS-ID
    MOVE WS-CLS-TERM TO GRD-TRAN-TERM
    MOVE SPACE TO GRD-TRAN-GRADE
    MOVE CSRT-NAME TO GRD-TRAN-NAME
    WRITE GRD-TRAN-REC
    PERFORM CHECK-FS-GRD
    ADD 1 TO WS-TURNAROUND-COUNT.
WRITE-RUN-TOTALS.
    ADD 1 TO WS-PAGE-NO
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-CLS-TERM TO WS-HDR-TERM
    MOVE WS-PAGE-NO TO WS-HDR-PAGE
    MOVE WS-PAGE-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'ENROLLMENTS READ         ' TO WS-TOT-LABEL
    MOVE WS-ENR-READ-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'ENROLLMENTS FOR TERM     ' TO WS-TOT-LABEL
    MOVE WS-TERM-ENR-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'CLASS LISTS PRINTED      ' TO WS-TOT-LABEL
    MOVE WS-CLASS-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'COURSES WITH NO STUDENTS ' TO WS-TOT-LABEL
    MOVE WS-EMPTY-COURSE-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'TURNAROUND RECORDS       ' TO WS-TOT-LABEL
    MOVE WS-TURNAROUND-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'COURSES NOT ON CRSMSTR   ' TO WS-TOT-LABEL
    MOVE WS-MISSING-CRS-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'STUDENTS NOT ON ROSTER   ' TO WS-TOT-LABEL
    MOVE WS-NOT-ON-ROSTER-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 10
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-CRS.
    IF WS-FS-CRS NOT = 00 AND WS-FS-CRS NOT = 10
       DISPLAY 'CRSFILE (CRSMSTR) I-O ERROR, FILE STATUS = ' WS-FS-CRS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-CSRT.
    IF WS-FS-CSRT NOT = 00 AND WS-FS-CSRT NOT = 10
       DISPLAY 'CSRTFILE (CLSSRT) I-O ERROR, FILE STATUS = ' WS-FS-CSRT
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-GRD.
    IF WS-FS-GRD NOT = 00
       DISPLAY 'GRDFILE (GRDTRANS) I-O ERROR, FILE STATUS = ' WS-FS-GRD
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (CLSRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
