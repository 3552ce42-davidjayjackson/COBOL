       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CENSNAP.
*> Term census run.  CRSMSTR and ENRMSTR only ever show today, so
*> on the census date this run freezes the term (CENSTERM) onto the
*> CENSUS file: one course entry per course of the term with its
*> capacity and title, and one enrollment entry per student
*> enrolled with the student's campus and status from the roster.
*> It then prints the fill-rate report from the snapshot - per
*> course the capacity, enrollment at census, percent full and the
*> drops since the census (census enrollments no longer on
*> ENRMSTR), followed by campus totals on the student's census
*> campus and the term total.  A census is only taken once per term
*> per day; with CENSDATE (YYYYMMDD) set the run takes nothing and
*> reprints the fill-rate report of that earlier census with the
*> drops brought up to date.  CENSCMP compares two snapshots.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CENSFILE ASSIGN TO CENSUS
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CEN-KEY
    FILE STATUS IS WS-FS-CEN.
    SELECT CRSFILE ASSIGN TO CRSMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS CRS-KEY
    FILE STATUS IS WS-FS-CRS.
    SELECT ENRFILE ASSIGN TO ENRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT RPTFILE ASSIGN TO CENSRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  CENSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CEN-REC.
COPY CENSREC.
FD  CRSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CRS-REC.
COPY CRSREC.
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
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-CEN               PIC 9(02).
77 WS-FS-CRS               PIC 9(02).
77 WS-FS-ENR               PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-CEN-EOF-SW           PIC X(01) VALUE 'N'.
   88 CEN-EOF-SW           VALUE 'Y'.
   88 CEN-NOT-EOF-SW       VALUE 'N'.
01 WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
   88 CENSUS-ON-FILE       VALUE 'Y'.
   88 CENSUS-NOT-ON-FILE   VALUE 'N'.
01 WS-COURSE-OPEN-SW       PIC X(01) VALUE 'N'.
   88 COURSE-OPEN          VALUE 'Y'.
01 WS-CEN-TERM             PIC X(05) VALUE SPACES.
01 WS-CEN-DATE-ENTRY       PIC X(08) VALUE SPACES.
01 WS-CEN-DATE.
   02 WS-CEN-YYYY          PIC 9(04).
   02 WS-CEN-MM            PIC 99.
   02 WS-CEN-DD            PIC 99.
01 WS-CEN-DATE-NUM REDEFINES WS-CEN-DATE PIC 9(08).
01 WS-CEN-DATE-DISPLAY     PIC X(10).
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
COPY DVPARM.
01 WS-RPT-CRS-ID           PIC X(06).
01 WS-RPT-CRS-TITLE        PIC X(20).
77 WS-RPT-CAPACITY         PIC 9(05) VALUE ZERO.
77 WS-RPT-ENROLLED         PIC 9(05) VALUE ZERO.
77 WS-RPT-DROPS            PIC 9(05) VALUE ZERO.
77 WS-FILL-PCT             PIC 9(04)V9 VALUE ZERO.
77 WS-TERM-CAPACITY        PIC 9(07) VALUE ZERO.
77 WS-TERM-ENROLLED        PIC 9(07) VALUE ZERO.
77 WS-TERM-DROPS           PIC 9(07) VALUE ZERO.
77 WS-COURSE-COUNT         PIC 9(07) VALUE ZERO.
77 WS-SNAP-COURSE-COUNT    PIC 9(07) VALUE ZERO.
77 WS-SNAP-ENROLL-COUNT    PIC 9(07) VALUE ZERO.
77 WS-NOT-ON-ROSTER-COUNT  PIC 9(07) VALUE ZERO.
01 WS-CAMPUS-TOTALS.
   02 WS-CAMPUS-ROW OCCURS 3 TIMES.
      03 WS-CAMPUS-CELL    PIC 9(07) OCCURS 2 TIMES.
01 WS-CAMPUS-LABELS.
   02 FILLER               PIC X(10) VALUE 'NORTH     '.
   02 FILLER               PIC X(10) VALUE 'SOUTH     '.
   02 FILLER               PIC X(10) VALUE 'UNASSIGNED'.
01 WS-CAMPUS-LABEL-TABLE REDEFINES WS-CAMPUS-LABELS.
   02 WS-CAMPUS-LABEL      PIC X(10) OCCURS 3 TIMES.
77 WS-CAMPUS-SUB           PIC 9(01) VALUE ZERO.
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE 'TERM CENSUS FILL-RATE REPORT'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-RPT-CENSUS-LINE.
   02 FILLER               PIC X(05) VALUE 'TERM '.
   02 WS-CL-TERM           PIC X(05).
   02 FILLER               PIC X(18) VALUE '   CENSUS TAKEN '.
   02 WS-CL-DATE           PIC X(10).
   02 FILLER               PIC X(42) VALUE
      '   DROPS ARE SINCE THE CENSUS DATE'.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'COURSE  TITLE                 CAPACITY  ENROLLED  PCT FULL     DROPS'.
01 WS-RPT-DETAIL.
   02 WS-DTL-CRS-ID        PIC X(06).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-TITLE         PIC X(20).
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-CAPACITY      PIC ZZZZ9.
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-ENROLLED      PIC ZZZZ9.
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-DTL-PCT           PIC ZZZ9.9.
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-DROPS         PIC ZZZZ9.
   02 FILLER               PIC X(12) VALUE SPACES.
01 WS-CAMPUS-COLUMNS       PIC X(80) VALUE
   'CAMPUS        ENROLLED       DROPS'.
01 WS-CAMPUS-LINE.
   02 WS-CMP-LABEL         PIC X(10).
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-CMP-ENROLLED      PIC ZZZZZZ9.
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-CMP-DROPS         PIC ZZZZZZ9.
   02 FILLER               PIC X(46) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'TERM CENSUS RUN...'
    ACCEPT WS-CEN-TERM FROM ENVIRONMENT 'CENSTERM'
       ON EXCEPTION
          MOVE SPACES TO WS-CEN-TERM
    END-ACCEPT
    IF WS-CEN-TERM = SPACES
       DISPLAY 'CENSTERM (5 CHARS) MUST NAME THE TERM TO CENSUS'
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
    ACCEPT WS-CEN-DATE-ENTRY FROM ENVIRONMENT 'CENSDATE'
       ON EXCEPTION
          MOVE SPACES TO WS-CEN-DATE-ENTRY
    END-ACCEPT
    IF WS-CEN-DATE-ENTRY = SPACES
       MOVE WS-RUN-DATE-NUM TO WS-CEN-DATE-NUM
    ELSE
       IF WS-CEN-DATE-ENTRY NOT NUMERIC
          DISPLAY 'CENSDATE MUST BE A CENSUS DATE AS YYYYMMDD'
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
       MOVE WS-CEN-DATE-ENTRY TO DV-DATE
       MOVE 'E' TO DV-TYPE
       CALL 'DATEVAL' USING DV-PARM
       IF DV-NOT-VALID
          DISPLAY 'CENSDATE ' WS-CEN-DATE-ENTRY ' - ' DV-REASON
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
       MOVE WS-CEN-DATE-ENTRY TO WS-CEN-DATE
    END-IF
    STRING WS-CEN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-CEN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-CEN-YYYY DELIMITED BY SIZE
       INTO WS-CEN-DATE-DISPLAY
    END-STRING
    OPEN I-O CENSFILE.
    IF WS-FS-CEN = 35
       OPEN OUTPUT CENSFILE
       PERFORM CHECK-FS-CEN
       CLOSE CENSFILE
       PERFORM CHECK-FS-CEN
       OPEN I-O CENSFILE
    END-IF.
    PERFORM CHECK-FS-CEN.
    OPEN INPUT ENRFILE.
    PERFORM CHECK-FS-ENR.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    PERFORM FIND-CENSUS-SNAPSHOT.
    IF CENSUS-NOT-ON-FILE
       IF WS-CEN-DATE-ENTRY NOT = SPACES
          DISPLAY 'NO CENSUS ON FILE FOR TERM ' WS-CEN-TERM
             ' DATED ' WS-CEN-DATE-DISPLAY
          CLOSE CENSFILE
          CLOSE ENRFILE
          CLOSE FILE1
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
       PERFORM TAKE-CENSUS-SNAPSHOT
       DISPLAY 'CENSUS COURSES FROZEN    : ' WS-SNAP-COURSE-COUNT
       DISPLAY 'CENSUS ENROLLMENTS FROZEN: ' WS-SNAP-ENROLL-COUNT
    ELSE
       IF WS-CEN-DATE-ENTRY = SPACES
          DISPLAY 'CENSUS ALREADY TAKEN TODAY FOR TERM ' WS-CEN-TERM
             ' - REPORTING IT'
       END-IF
    END-IF.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM WRITE-REPORT-HEADER.
    INITIALIZE WS-CAMPUS-TOTALS.
    MOVE WS-CEN-TERM TO CEN-TERM
    MOVE WS-CEN-DATE-NUM TO CEN-DATE
    MOVE LOW-VALUES TO CEN-CRS-ID
    MOVE LOW-VALUES TO CEN-ENTRY-TYPE
    MOVE ZERO TO CEN-STD-NO
    MOVE 'N' TO WS-CEN-EOF-SW
    START CENSFILE KEY IS NOT LESS THAN CEN-KEY
       INVALID KEY MOVE 'Y' TO WS-CEN-EOF-SW
    END-START.
    PERFORM UNTIL CEN-EOF-SW
       READ CENSFILE NEXT
          AT END MOVE 'Y' TO WS-CEN-EOF-SW
       END-READ
       PERFORM CHECK-FS-CEN
       IF CEN-NOT-EOF-SW
          IF CEN-TERM NOT = WS-CEN-TERM
             OR CEN-DATE NOT = WS-CEN-DATE-NUM
             MOVE 'Y' TO WS-CEN-EOF-SW
          ELSE
             PERFORM REPORT-ONE-CENSUS-ENTRY
          END-IF
       END-IF
    END-PERFORM.
    IF COURSE-OPEN
       PERFORM WRITE-COURSE-LINE
    END-IF.
    PERFORM WRITE-TERM-TOTALS.
    CLOSE CENSFILE.
    PERFORM CHECK-FS-CEN.
    CLOSE ENRFILE.
    PERFORM CHECK-FS-ENR.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'COURSES REPORTED         : ' WS-COURSE-COUNT.
    DISPLAY 'ENROLLED AT CENSUS       : ' WS-TERM-ENROLLED.
    DISPLAY 'DROPS SINCE CENSUS       : ' WS-TERM-DROPS.
    IF WS-NOT-ON-ROSTER-COUNT > ZERO
       DISPLAY 'CENSUS STUDENTS NOT ON ROSTER: '
          WS-NOT-ON-ROSTER-COUNT
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
FIND-CENSUS-SNAPSHOT.
    MOVE 'N' TO WS-ON-FILE-SW
    MOVE WS-CEN-TERM TO CEN-TERM
    MOVE WS-CEN-DATE-NUM TO CEN-DATE
    MOVE LOW-VALUES TO CEN-CRS-ID
    MOVE LOW-VALUES TO CEN-ENTRY-TYPE
    MOVE ZERO TO CEN-STD-NO
    MOVE 'N' TO WS-CEN-EOF-SW
    START CENSFILE KEY IS NOT LESS THAN CEN-KEY
       INVALID KEY MOVE 'Y' TO WS-CEN-EOF-SW
    END-START
    IF CEN-NOT-EOF-SW
       READ CENSFILE NEXT
          AT END MOVE 'Y' TO WS-CEN-EOF-SW
       END-READ
       PERFORM CHECK-FS-CEN
       IF CEN-NOT-EOF-SW AND CEN-TERM = WS-CEN-TERM
          AND CEN-DATE = WS-CEN-DATE-NUM
          MOVE 'Y' TO WS-ON-FILE-SW
       END-IF
    END-IF.
*> Every course of the term is frozen first, so a course nobody
*> enrolled in still shows on the fill-rate report, then every
*> enrollment for the term with the student's roster campus and
*> status as they stand today.
TAKE-CENSUS-SNAPSHOT.
    OPEN INPUT CRSFILE
    PERFORM CHECK-FS-CRS
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ CRSFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-CRS
       IF NOT-EOF-SW AND CRS-TERM = WS-CEN-TERM
          MOVE SPACES TO CEN-REC
          MOVE WS-CEN-TERM TO CEN-TERM
          MOVE WS-CEN-DATE-NUM TO CEN-DATE
          MOVE CRS-ID TO CEN-CRS-ID
          MOVE 'C' TO CEN-ENTRY-TYPE
          MOVE ZERO TO CEN-STD-NO
          MOVE CRS-CAPACITY TO CEN-CRS-CAPACITY
          MOVE CRS-TITLE TO CEN-CRS-TITLE
          WRITE CEN-REC
          END-WRITE
          PERFORM CHECK-FS-CEN
          ADD 1 TO WS-SNAP-COURSE-COUNT
       END-IF
    END-PERFORM
    CLOSE CRSFILE
    PERFORM CHECK-FS-CRS
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ ENRFILE NEXT
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-ENR
       IF NOT-EOF-SW AND ENR-TERM = WS-CEN-TERM
          PERFORM FREEZE-ONE-ENROLLMENT
       END-IF
    END-PERFORM.
FREEZE-ONE-ENROLLMENT.
    MOVE SPACES TO CEN-REC
    MOVE WS-CEN-TERM TO CEN-TERM
    MOVE WS-CEN-DATE-NUM TO CEN-DATE
    MOVE ENR-CRS-ID TO CEN-CRS-ID
    MOVE 'E' TO CEN-ENTRY-TYPE
    MOVE ENR-STD-NO TO CEN-STD-NO
    MOVE ZERO TO CEN-CRS-CAPACITY
    MOVE ENR-STD-NO TO STD-NO
    READ FILE1
       INVALID KEY
          ADD 1 TO WS-NOT-ON-ROSTER-COUNT
          MOVE SPACE TO CEN-STD-CAMPUS-CD
          MOVE '?' TO CEN-STD-STATUS-CD
       NOT INVALID KEY
          MOVE STD-CAMPUS-CD TO CEN-STD-CAMPUS-CD
          MOVE STD-STATUS-CD TO CEN-STD-STATUS-CD
    END-READ
    PERFORM CHECK-FS1
    WRITE CEN-REC
    END-WRITE
    PERFORM CHECK-FS-CEN
    ADD 1 TO WS-SNAP-ENROLL-COUNT.
*> Course entries key ahead of their enrollments; enrollments under
*> a course missing from CRSMSTR at census time report under a
*> warning title with no capacity.
REPORT-ONE-CENSUS-ENTRY.
    IF COURSE-OPEN AND CEN-CRS-ID NOT = WS-RPT-CRS-ID
       PERFORM WRITE-COURSE-LINE
    END-IF
    IF NOT COURSE-OPEN
       MOVE 'Y' TO WS-COURSE-OPEN-SW
       MOVE CEN-CRS-ID TO WS-RPT-CRS-ID
       MOVE ZERO TO WS-RPT-CAPACITY
       MOVE ZERO TO WS-RPT-ENROLLED
       MOVE ZERO TO WS-RPT-DROPS
       MOVE '(NOT ON CRSMSTR)' TO WS-RPT-CRS-TITLE
    END-IF
    IF CEN-COURSE-ENTRY
       MOVE CEN-CRS-CAPACITY TO WS-RPT-CAPACITY
       MOVE CEN-CRS-TITLE TO WS-RPT-CRS-TITLE
    ELSE
       PERFORM TALLY-CENSUS-ENROLLMENT
    END-IF.
TALLY-CENSUS-ENROLLMENT.
    ADD 1 TO WS-RPT-ENROLLED
    EVALUATE TRUE
       WHEN CEN-CAMPUS-NORTH
          MOVE 1 TO WS-CAMPUS-SUB
       WHEN CEN-CAMPUS-SOUTH
          MOVE 2 TO WS-CAMPUS-SUB
       WHEN OTHER
          MOVE 3 TO WS-CAMPUS-SUB
    END-EVALUATE
    ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 1)
    MOVE CEN-STD-NO TO ENR-STD-NO
    MOVE CEN-CRS-ID TO ENR-CRS-ID
    MOVE CEN-TERM TO ENR-TERM
    READ ENRFILE
       INVALID KEY
          ADD 1 TO WS-RPT-DROPS
          ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 2)
    END-READ
    PERFORM CHECK-FS-ENR.
WRITE-COURSE-LINE.
    MOVE 'N' TO WS-COURSE-OPEN-SW
    ADD 1 TO WS-COURSE-COUNT
    ADD WS-RPT-CAPACITY TO WS-TERM-CAPACITY
    ADD WS-RPT-ENROLLED TO WS-TERM-ENROLLED
    ADD WS-RPT-DROPS TO WS-TERM-DROPS
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE WS-RPT-CRS-ID TO WS-DTL-CRS-ID
    MOVE WS-RPT-CRS-TITLE TO WS-DTL-TITLE
    MOVE WS-RPT-CAPACITY TO WS-DTL-CAPACITY
    MOVE WS-RPT-ENROLLED TO WS-DTL-ENROLLED
    IF WS-RPT-CAPACITY = ZERO
       MOVE ZERO TO WS-FILL-PCT
    ELSE
       COMPUTE WS-FILL-PCT ROUNDED =
          WS-RPT-ENROLLED * 100 / WS-RPT-CAPACITY
    END-IF
    MOVE WS-FILL-PCT TO WS-DTL-PCT
    MOVE WS-RPT-DROPS TO WS-DTL-DROPS
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-REPORT-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-RPT-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-CEN-TERM TO WS-CL-TERM
    MOVE WS-CEN-DATE-DISPLAY TO WS-CL-DATE
    MOVE WS-RPT-CENSUS-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-RPT-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
*> The term total goes out in the course layout so its percent full
*> lines up under the courses; the campus block splits enrollment
*> and drops by each student's campus at census time.
WRITE-TERM-TOTALS.
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE 'TERM TOTAL' TO WS-DTL-TITLE
    MOVE WS-TERM-CAPACITY TO WS-DTL-CAPACITY
    MOVE WS-TERM-ENROLLED TO WS-DTL-ENROLLED
    IF WS-TERM-CAPACITY = ZERO
       MOVE ZERO TO WS-FILL-PCT
    ELSE
       COMPUTE WS-FILL-PCT ROUNDED =
          WS-TERM-ENROLLED * 100 / WS-TERM-CAPACITY
    END-IF
    MOVE WS-FILL-PCT TO WS-DTL-PCT
    MOVE WS-TERM-DROPS TO WS-DTL-DROPS
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-CAMPUS-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    PERFORM VARYING WS-CAMPUS-SUB FROM 1 BY 1 UNTIL WS-CAMPUS-SUB > 3
       MOVE SPACES TO WS-CAMPUS-LINE
       MOVE WS-CAMPUS-LABEL (WS-CAMPUS-SUB) TO WS-CMP-LABEL
       MOVE WS-CAMPUS-CELL (WS-CAMPUS-SUB, 1) TO WS-CMP-ENROLLED
       MOVE WS-CAMPUS-CELL (WS-CAMPUS-SUB, 2) TO WS-CMP-DROPS
       MOVE WS-CAMPUS-LINE TO RPT-LINE
       WRITE RPT-LINE
       PERFORM CHECK-FS-RPT
    END-PERFORM
    MOVE SPACES TO WS-CAMPUS-LINE
    MOVE 'ALL       ' TO WS-CMP-LABEL
    MOVE WS-TERM-ENROLLED TO WS-CMP-ENROLLED
    MOVE WS-TERM-DROPS TO WS-CMP-DROPS
    MOVE WS-CAMPUS-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'COURSES REPORTED         ' TO WS-TOT-LABEL
    MOVE WS-COURSE-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-CEN.
    IF WS-FS-CEN NOT = 00 AND WS-FS-CEN NOT = 10
       AND WS-FS-CEN NOT = 23
       DISPLAY 'CENSFILE (CENSUS) I-O ERROR, FILE STATUS = ' WS-FS-CEN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-CRS.
    IF WS-FS-CRS NOT = 00 AND WS-FS-CRS NOT = 10
       DISPLAY 'CRSFILE (CRSMSTR) I-O ERROR, FILE STATUS = ' WS-FS-CRS
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 10
       AND WS-FS-ENR NOT = 23
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (CENSRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
