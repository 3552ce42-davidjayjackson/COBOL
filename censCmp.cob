       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CENSCMP.
*> Census movement report: compares two CENSNAP snapshots of one
*> term (CENSTERM) - the earlier census dated CENSFROM against the
*> later one dated CENSTO, both YYYYMMDD.  The entries of both
*> snapshots are sorted together on course and student, so each
*> student appears once or twice per course: in both snapshots the
*> student stayed, only in the earlier one the student dropped, and
*> only in the later one the student was added.  Each course prints
*> its capacity at the later census, its enrollment at each census,
*> the adds, the drops and the net movement, followed by the
*> students added and dropped.  The report closes with the term
*> total and the same movement split by each student's campus on
*> the census concerned.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CENSFILE ASSIGN TO CENSUS
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CEN-KEY
    FILE STATUS IS WS-FS-CEN.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT CMPSFILE ASSIGN TO CMPSRT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-CMPS.
    SELECT CMP-SORT-WORK ASSIGN TO SORTWK1.
    SELECT RPTFILE ASSIGN TO CENSCRPT
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
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STD-REC.
COPY STDREC.
FD  CMPSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CMPS-REC.
01 CMPS-REC.
    02 CMPS-CRS-ID         PIC X(06).
    02 CMPS-ENTRY-TYPE     PIC X(01).
       88 CMPS-COURSE-ENTRY VALUE 'C'.
    02 CMPS-STD-NO         PIC 9(05).
    02 CMPS-SNAPSHOT       PIC X(01).
       88 CMPS-FROM-CENSUS VALUE '1'.
       88 CMPS-TO-CENSUS   VALUE '2'.
    02 CMPS-CAPACITY       PIC 9(03).
    02 CMPS-TITLE          PIC X(20).
    02 CMPS-CAMPUS-CD      PIC X(01).
    02 CMPS-STATUS-CD      PIC X(01).
    02 FILLER              PIC X(42).
SD  CMP-SORT-WORK
    DATA RECORD IS CMW-REC.
01 CMW-REC.
    02 CMW-CRS-ID          PIC X(06).
    02 CMW-ENTRY-TYPE      PIC X(01).
    02 CMW-STD-NO          PIC 9(05).
    02 CMW-SNAPSHOT        PIC X(01).
    02 CMW-CAPACITY        PIC 9(03).
    02 CMW-TITLE           PIC X(20).
    02 CMW-CAMPUS-CD       PIC X(01).
    02 CMW-STATUS-CD       PIC X(01).
    02 FILLER              PIC X(42).
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-CEN               PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-CMPS              PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-CEN-EOF-SW           PIC X(01) VALUE 'N'.
   88 CEN-EOF-SW           VALUE 'Y'.
   88 CEN-NOT-EOF-SW       VALUE 'N'.
01 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
   88 SORT-EOF-SW          VALUE 'Y'.
   88 SORT-NOT-EOF-SW      VALUE 'N'.
01 WS-ON-FILE-SW           PIC X(01) VALUE 'N'.
   88 CENSUS-ON-FILE       VALUE 'Y'.
   88 CENSUS-NOT-ON-FILE   VALUE 'N'.
01 WS-COURSE-OPEN-SW       PIC X(01) VALUE 'N'.
   88 COURSE-OPEN          VALUE 'Y'.
01 WS-PENDING-SW           PIC X(01) VALUE 'N'.
   88 FROM-ENTRY-PENDING   VALUE 'Y'.
01 WS-CEN-TERM             PIC X(05) VALUE SPACES.
01 WS-DATE-ENTRY           PIC X(08) VALUE SPACES.
01 WS-DATE-ENV-NAME        PIC X(08) VALUE SPACES.
01 WS-FROM-DATE            PIC 9(08) VALUE ZERO.
01 WS-TO-DATE              PIC 9(08) VALUE ZERO.
01 WS-FIND-DATE            PIC 9(08) VALUE ZERO.
01 WS-RELEASE-SNAPSHOT     PIC X(01) VALUE SPACE.
01 WS-DATE-WORK.
   02 WS-DATE-YYYY         PIC 9(04).
   02 WS-DATE-MM           PIC 9(02).
   02 WS-DATE-DD           PIC 9(02).
01 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(08).
01 WS-DATE-DISPLAY         PIC X(10).
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-DISPLAY     PIC X(10).
COPY DVPARM.
01 WS-RPT-CRS-ID           PIC X(06).
01 WS-RPT-CRS-TITLE        PIC X(20).
77 WS-RPT-CAPACITY         PIC 9(05) VALUE ZERO.
77 WS-RPT-FROM             PIC 9(05) VALUE ZERO.
77 WS-RPT-TO               PIC 9(05) VALUE ZERO.
77 WS-RPT-ADDED            PIC 9(05) VALUE ZERO.
77 WS-RPT-DROPPED          PIC 9(05) VALUE ZERO.
77 WS-NET-MOVEMENT         PIC S9(07) VALUE ZERO.
01 WS-PEND-STD-NO          PIC 9(05) VALUE ZERO.
01 WS-PEND-CAMPUS-CD       PIC X(01) VALUE SPACE.
77 WS-TERM-CAPACITY        PIC 9(07) VALUE ZERO.
77 WS-TERM-FROM            PIC 9(07) VALUE ZERO.
77 WS-TERM-TO              PIC 9(07) VALUE ZERO.
77 WS-TERM-ADDED           PIC 9(07) VALUE ZERO.
77 WS-TERM-DROPPED         PIC 9(07) VALUE ZERO.
77 WS-COURSE-COUNT         PIC 9(07) VALUE ZERO.
77 WS-RELEASED-COUNT       PIC 9(07) VALUE ZERO.
77 WS-NOT-LISTED-COUNT     PIC 9(07) VALUE ZERO.
*> Students moving in one course are held until the course line is
*> printed, so the course's counts come ahead of its names.
01 WS-MOVE-TABLE.
   02 WS-MOVE-ENTRY OCCURS 300 TIMES.
      03 WS-MOVE-TYPE      PIC X(01).
      03 WS-MOVE-STD-NO    PIC 9(05).
      03 WS-MOVE-CAMPUS-CD PIC X(01).
77 WS-MOVE-COUNT           PIC 9(03) VALUE ZERO.
77 WS-MOVE-SUB             PIC 9(03) VALUE ZERO.
77 WS-MOVE-MAX             PIC 9(03) VALUE 300.
01 WS-NEW-MOVE-TYPE        PIC X(01) VALUE SPACE.
01 WS-NEW-MOVE-STD-NO      PIC 9(05) VALUE ZERO.
01 WS-NEW-MOVE-CAMPUS-CD   PIC X(01) VALUE SPACE.
01 WS-CAMPUS-TOTALS.
   02 WS-CAMPUS-ROW OCCURS 3 TIMES.
      03 WS-CAMPUS-CELL    PIC 9(07) OCCURS 4 TIMES.
01 WS-CAMPUS-LABELS.
   02 FILLER               PIC X(10) VALUE 'NORTH     '.
   02 FILLER               PIC X(10) VALUE 'SOUTH     '.
   02 FILLER               PIC X(10) VALUE 'UNASSIGNED'.
01 WS-CAMPUS-LABEL-TABLE REDEFINES WS-CAMPUS-LABELS.
   02 WS-CAMPUS-LABEL      PIC X(10) OCCURS 3 TIMES.
77 WS-CAMPUS-SUB           PIC 9(01) VALUE ZERO.
77 WS-CELL-SUB             PIC 9(01) VALUE ZERO.
01 WS-CAMPUS-CD            PIC X(01) VALUE SPACE.
   88 WS-CAMPUS-NORTH      VALUE 'N'.
   88 WS-CAMPUS-SOUTH      VALUE 'S'.
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE 'CENSUS MOVEMENT REPORT'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-RPT-CENSUS-LINE.
   02 FILLER               PIC X(05) VALUE 'TERM '.
   02 WS-CL-TERM           PIC X(05).
   02 FILLER               PIC X(16) VALUE '   CENSUS FROM '.
   02 WS-CL-FROM-DATE      PIC X(10).
   02 FILLER               PIC X(04) VALUE ' TO '.
   02 WS-CL-TO-DATE        PIC X(10).
   02 FILLER               PIC X(30) VALUE SPACES.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'COURSE  TITLE                 CAPACITY    FROM      TO   ADDED DROPPED     NET'.
01 WS-RPT-DETAIL.
   02 WS-DTL-CRS-ID        PIC X(06).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-TITLE         PIC X(20).
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-CAPACITY      PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-FROM          PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-TO            PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-ADDED         PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-DROPPED       PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-NET           PIC -ZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
01 WS-MOVE-LINE.
   02 FILLER               PIC X(08) VALUE SPACES.
   02 WS-MVL-TYPE          PIC X(08).
   02 WS-MVL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-MVL-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 FILLER               PIC X(07) VALUE 'CAMPUS '.
   02 WS-MVL-CAMPUS        PIC X(10).
   02 FILLER               PIC X(18) VALUE SPACES.
01 WS-CAMPUS-COLUMNS       PIC X(80) VALUE
   'CAMPUS          FROM        TO     ADDED   DROPPED'.
01 WS-CAMPUS-LINE.
   02 WS-CMP-LABEL         PIC X(10).
   02 WS-CMP-CELL-GROUP OCCURS 4 TIMES.
      03 FILLER            PIC X(03).
      03 WS-CMP-CELL       PIC ZZZZZZ9.
   02 FILLER               PIC X(30) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'COMPARING TERM CENSUS SNAPSHOTS...'
    ACCEPT WS-CEN-TERM FROM ENVIRONMENT 'CENSTERM'
       ON EXCEPTION
          MOVE SPACES TO WS-CEN-TERM
    END-ACCEPT
    IF WS-CEN-TERM = SPACES
       DISPLAY 'CENSTERM (5 CHARS) MUST NAME THE TERM TO COMPARE'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE 'CENSFROM' TO WS-DATE-ENV-NAME
    PERFORM ACCEPT-CENSUS-DATE
    MOVE WS-DATE-WORK-NUM TO WS-FROM-DATE
    MOVE 'CENSTO' TO WS-DATE-ENV-NAME
    PERFORM ACCEPT-CENSUS-DATE
    MOVE WS-DATE-WORK-NUM TO WS-TO-DATE
    IF WS-FROM-DATE NOT < WS-TO-DATE
       DISPLAY 'CENSFROM MUST BE EARLIER THAN CENSTO'
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
    OPEN INPUT CENSFILE.
    IF WS-FS-CEN = 35
       DISPLAY 'NO CENSUS FILE - NOTHING TO COMPARE'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
    PERFORM CHECK-FS-CEN.
    MOVE WS-FROM-DATE TO WS-FIND-DATE.
    PERFORM FIND-CENSUS-SNAPSHOT.
    IF CENSUS-ON-FILE
       MOVE WS-TO-DATE TO WS-FIND-DATE
       PERFORM FIND-CENSUS-SNAPSHOT
    END-IF.
    CLOSE CENSFILE.
    PERFORM CHECK-FS-CEN.
    IF CENSUS-NOT-ON-FILE
       MOVE WS-FIND-DATE TO WS-DATE-WORK-NUM
       PERFORM FORMAT-DISPLAY-DATE
       DISPLAY 'NO CENSUS ON FILE FOR TERM ' WS-CEN-TERM
          ' DATED ' WS-DATE-DISPLAY
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
    SORT CMP-SORT-WORK
       ON ASCENDING KEY CMW-CRS-ID CMW-ENTRY-TYPE CMW-STD-NO
          CMW-SNAPSHOT
       INPUT PROCEDURE IS RELEASE-BOTH-SNAPSHOTS
       GIVING CMPSFILE.
    DISPLAY 'CENSUS ENTRIES SORTED    : ' WS-RELEASED-COUNT.
    OPEN INPUT CMPSFILE.
    PERFORM CHECK-FS-CMPS.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM WRITE-REPORT-HEADER.
    INITIALIZE WS-CAMPUS-TOTALS.
    PERFORM UNTIL SORT-EOF-SW
       READ CMPSFILE
          AT END MOVE 'Y' TO WS-SORT-EOF-SW
       END-READ
       PERFORM CHECK-FS-CMPS
       IF SORT-NOT-EOF-SW
          PERFORM COMPARE-ONE-ENTRY
       END-IF
    END-PERFORM.
    IF COURSE-OPEN
       PERFORM WRITE-COURSE-MOVEMENT
    END-IF.
    PERFORM WRITE-TERM-TOTALS.
    CLOSE CMPSFILE.
    PERFORM CHECK-FS-CMPS.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'COURSES COMPARED         : ' WS-COURSE-COUNT.
    DISPLAY 'STUDENTS ADDED           : ' WS-TERM-ADDED.
    DISPLAY 'STUDENTS DROPPED         : ' WS-TERM-DROPPED.
    GOBACK.
ACCEPT-CENSUS-DATE.
    MOVE SPACES TO WS-DATE-ENTRY
    ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT WS-DATE-ENV-NAME
       ON EXCEPTION
          MOVE SPACES TO WS-DATE-ENTRY
    END-ACCEPT
    IF WS-DATE-ENTRY NOT NUMERIC
       DISPLAY WS-DATE-ENV-NAME ' MUST BE A CENSUS DATE AS YYYYMMDD'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE WS-DATE-ENTRY TO DV-DATE
    MOVE 'E' TO DV-TYPE
    CALL 'DATEVAL' USING DV-PARM
    IF DV-NOT-VALID
       DISPLAY WS-DATE-ENV-NAME ' ' WS-DATE-ENTRY ' - ' DV-REASON
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    MOVE WS-DATE-ENTRY TO WS-DATE-WORK.
FIND-CENSUS-SNAPSHOT.
    MOVE 'N' TO WS-ON-FILE-SW
    MOVE WS-CEN-TERM TO CEN-TERM
    MOVE WS-FIND-DATE TO CEN-DATE
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
          AND CEN-DATE = WS-FIND-DATE
          MOVE 'Y' TO WS-ON-FILE-SW
       END-IF
    END-IF.
*> Sort input: the earlier snapshot is released as '1' and the
*> later as '2', so a student in both comes back as an adjacent
*> pair within the course.
RELEASE-BOTH-SNAPSHOTS.
    OPEN INPUT CENSFILE
    PERFORM CHECK-FS-CEN
    MOVE WS-FROM-DATE TO WS-FIND-DATE
    MOVE '1' TO WS-RELEASE-SNAPSHOT
    PERFORM RELEASE-ONE-SNAPSHOT
    MOVE WS-TO-DATE TO WS-FIND-DATE
    MOVE '2' TO WS-RELEASE-SNAPSHOT
    PERFORM RELEASE-ONE-SNAPSHOT
    CLOSE CENSFILE
    PERFORM CHECK-FS-CEN.
RELEASE-ONE-SNAPSHOT.
    MOVE WS-CEN-TERM TO CEN-TERM
    MOVE WS-FIND-DATE TO CEN-DATE
    MOVE LOW-VALUES TO CEN-CRS-ID
    MOVE LOW-VALUES TO CEN-ENTRY-TYPE
    MOVE ZERO TO CEN-STD-NO
    MOVE 'N' TO WS-CEN-EOF-SW
    START CENSFILE KEY IS NOT LESS THAN CEN-KEY
       INVALID KEY MOVE 'Y' TO WS-CEN-EOF-SW
    END-START
    PERFORM UNTIL CEN-EOF-SW
       READ CENSFILE NEXT
          AT END MOVE 'Y' TO WS-CEN-EOF-SW
       END-READ
       PERFORM CHECK-FS-CEN
       IF CEN-NOT-EOF-SW
          IF CEN-TERM NOT = WS-CEN-TERM
             OR CEN-DATE NOT = WS-FIND-DATE
             MOVE 'Y' TO WS-CEN-EOF-SW
          ELSE
             MOVE SPACES TO CMW-REC
             MOVE CEN-CRS-ID TO CMW-CRS-ID
             MOVE CEN-ENTRY-TYPE TO CMW-ENTRY-TYPE
             MOVE CEN-STD-NO TO CMW-STD-NO
             MOVE WS-RELEASE-SNAPSHOT TO CMW-SNAPSHOT
             MOVE CEN-CRS-CAPACITY TO CMW-CAPACITY
             MOVE CEN-CRS-TITLE TO CMW-TITLE
             MOVE CEN-STD-CAMPUS-CD TO CMW-CAMPUS-CD
             MOVE CEN-STD-STATUS-CD TO CMW-STATUS-CD
             RELEASE CMW-REC
             ADD 1 TO WS-RELEASED-COUNT
          END-IF
       END-IF
    END-PERFORM.
*> A later-census entry that pairs with the pending earlier entry
*> is a student who stayed; an earlier entry left unpaired is a
*> drop and a later entry with nothing pending is an add.
COMPARE-ONE-ENTRY.
    IF COURSE-OPEN AND CMPS-CRS-ID NOT = WS-RPT-CRS-ID
       PERFORM WRITE-COURSE-MOVEMENT
    END-IF
    IF NOT COURSE-OPEN
       PERFORM START-ONE-COURSE
    END-IF
    IF CMPS-COURSE-ENTRY
       MOVE CMPS-TITLE TO WS-RPT-CRS-TITLE
       IF CMPS-TO-CENSUS
          MOVE CMPS-CAPACITY TO WS-RPT-CAPACITY
       END-IF
    ELSE
       IF CMPS-FROM-CENSUS
          PERFORM CLEAR-PENDING-ENTRY
          ADD 1 TO WS-RPT-FROM
          MOVE CMPS-CAMPUS-CD TO WS-CAMPUS-CD
          PERFORM FIND-CAMPUS-ROW
          ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 1)
          MOVE 'Y' TO WS-PENDING-SW
          MOVE CMPS-STD-NO TO WS-PEND-STD-NO
          MOVE CMPS-CAMPUS-CD TO WS-PEND-CAMPUS-CD
       ELSE
          ADD 1 TO WS-RPT-TO
          MOVE CMPS-CAMPUS-CD TO WS-CAMPUS-CD
          PERFORM FIND-CAMPUS-ROW
          ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 2)
          IF FROM-ENTRY-PENDING AND WS-PEND-STD-NO = CMPS-STD-NO
             MOVE 'N' TO WS-PENDING-SW
          ELSE
             PERFORM CLEAR-PENDING-ENTRY
             MOVE CMPS-CAMPUS-CD TO WS-CAMPUS-CD
             PERFORM FIND-CAMPUS-ROW
             ADD 1 TO WS-RPT-ADDED
             ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 3)
             MOVE 'A' TO WS-NEW-MOVE-TYPE
             MOVE CMPS-STD-NO TO WS-NEW-MOVE-STD-NO
             MOVE CMPS-CAMPUS-CD TO WS-NEW-MOVE-CAMPUS-CD
             PERFORM HOLD-MOVEMENT
          END-IF
       END-IF
    END-IF.
START-ONE-COURSE.
    MOVE 'Y' TO WS-COURSE-OPEN-SW
    MOVE 'N' TO WS-PENDING-SW
    MOVE CMPS-CRS-ID TO WS-RPT-CRS-ID
    MOVE '(NOT ON CRSMSTR)' TO WS-RPT-CRS-TITLE
    MOVE ZERO TO WS-RPT-CAPACITY
    MOVE ZERO TO WS-RPT-FROM
    MOVE ZERO TO WS-RPT-TO
    MOVE ZERO TO WS-RPT-ADDED
    MOVE ZERO TO WS-RPT-DROPPED
    MOVE ZERO TO WS-MOVE-COUNT.
CLEAR-PENDING-ENTRY.
    IF FROM-ENTRY-PENDING
       MOVE 'N' TO WS-PENDING-SW
       ADD 1 TO WS-RPT-DROPPED
       MOVE WS-PEND-CAMPUS-CD TO WS-CAMPUS-CD
       PERFORM FIND-CAMPUS-ROW
       ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 4)
       MOVE 'D' TO WS-NEW-MOVE-TYPE
       MOVE WS-PEND-STD-NO TO WS-NEW-MOVE-STD-NO
       MOVE WS-PEND-CAMPUS-CD TO WS-NEW-MOVE-CAMPUS-CD
       PERFORM HOLD-MOVEMENT
    END-IF.
*> A course with more movement than the table holds lists what
*> fits and counts the rest on the closing totals.
HOLD-MOVEMENT.
    IF WS-MOVE-COUNT < WS-MOVE-MAX
       ADD 1 TO WS-MOVE-COUNT
       MOVE WS-NEW-MOVE-TYPE TO WS-MOVE-TYPE (WS-MOVE-COUNT)
       MOVE WS-NEW-MOVE-STD-NO TO WS-MOVE-STD-NO (WS-MOVE-COUNT)
       MOVE WS-NEW-MOVE-CAMPUS-CD TO WS-MOVE-CAMPUS-CD (WS-MOVE-COUNT)
    ELSE
       ADD 1 TO WS-NOT-LISTED-COUNT
    END-IF.
FIND-CAMPUS-ROW.
    EVALUATE TRUE
       WHEN WS-CAMPUS-NORTH
          MOVE 1 TO WS-CAMPUS-SUB
       WHEN WS-CAMPUS-SOUTH
          MOVE 2 TO WS-CAMPUS-SUB
       WHEN OTHER
          MOVE 3 TO WS-CAMPUS-SUB
    END-EVALUATE.
WRITE-COURSE-MOVEMENT.
    PERFORM CLEAR-PENDING-ENTRY
    MOVE 'N' TO WS-COURSE-OPEN-SW
    ADD 1 TO WS-COURSE-COUNT
    ADD WS-RPT-CAPACITY TO WS-TERM-CAPACITY
    ADD WS-RPT-FROM TO WS-TERM-FROM
    ADD WS-RPT-TO TO WS-TERM-TO
    ADD WS-RPT-ADDED TO WS-TERM-ADDED
    ADD WS-RPT-DROPPED TO WS-TERM-DROPPED
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE WS-RPT-CRS-ID TO WS-DTL-CRS-ID
    MOVE WS-RPT-CRS-TITLE TO WS-DTL-TITLE
    MOVE WS-RPT-CAPACITY TO WS-DTL-CAPACITY
    MOVE WS-RPT-FROM TO WS-DTL-FROM
    MOVE WS-RPT-TO TO WS-DTL-TO
    MOVE WS-RPT-ADDED TO WS-DTL-ADDED
    MOVE WS-RPT-DROPPED TO WS-DTL-DROPPED
    COMPUTE WS-NET-MOVEMENT = WS-RPT-TO - WS-RPT-FROM
    MOVE WS-NET-MOVEMENT TO WS-DTL-NET
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
       UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
       PERFORM WRITE-MOVEMENT-LINE
    END-PERFORM.
WRITE-MOVEMENT-LINE.
    MOVE SPACES TO WS-MOVE-LINE
    IF WS-MOVE-TYPE (WS-MOVE-SUB) = 'A'
       MOVE 'ADDED' TO WS-MVL-TYPE
    ELSE
       MOVE 'DROPPED' TO WS-MVL-TYPE
    END-IF
    MOVE WS-MOVE-STD-NO (WS-MOVE-SUB) TO WS-MVL-STD-NO
    MOVE WS-MOVE-STD-NO (WS-MOVE-SUB) TO STD-NO
    READ FILE1
       INVALID KEY
          MOVE '(NOT ON ROSTER)' TO WS-MVL-NAME
       NOT INVALID KEY
          MOVE STD-NAME TO WS-MVL-NAME
    END-READ
    PERFORM CHECK-FS1
    MOVE WS-MOVE-CAMPUS-CD (WS-MOVE-SUB) TO WS-CAMPUS-CD
    PERFORM FIND-CAMPUS-ROW
    MOVE WS-CAMPUS-LABEL (WS-CAMPUS-SUB) TO WS-MVL-CAMPUS
    MOVE WS-MOVE-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
FORMAT-DISPLAY-DATE.
    MOVE SPACES TO WS-DATE-DISPLAY
    STRING WS-DATE-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-DATE-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-DATE-YYYY DELIMITED BY SIZE
       INTO WS-DATE-DISPLAY
    END-STRING.
WRITE-REPORT-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-RPT-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-CEN-TERM TO WS-CL-TERM
    MOVE WS-FROM-DATE TO WS-DATE-WORK-NUM
    PERFORM FORMAT-DISPLAY-DATE
    MOVE WS-DATE-DISPLAY TO WS-CL-FROM-DATE
    MOVE WS-TO-DATE TO WS-DATE-WORK-NUM
    PERFORM FORMAT-DISPLAY-DATE
    MOVE WS-DATE-DISPLAY TO WS-CL-TO-DATE
    MOVE WS-RPT-CENSUS-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-RPT-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-TERM-TOTALS.
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE 'TERM TOTAL' TO WS-DTL-TITLE
    MOVE WS-TERM-CAPACITY TO WS-DTL-CAPACITY
    MOVE WS-TERM-FROM TO WS-DTL-FROM
    MOVE WS-TERM-TO TO WS-DTL-TO
    MOVE WS-TERM-ADDED TO WS-DTL-ADDED
    MOVE WS-TERM-DROPPED TO WS-DTL-DROPPED
    COMPUTE WS-NET-MOVEMENT = WS-TERM-TO - WS-TERM-FROM
    MOVE WS-NET-MOVEMENT TO WS-DTL-NET
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
       PERFORM VARYING WS-CELL-SUB FROM 1 BY 1 UNTIL WS-CELL-SUB > 4
          MOVE WS-CAMPUS-CELL (WS-CAMPUS-SUB, WS-CELL-SUB)
             TO WS-CMP-CELL (WS-CELL-SUB)
       END-PERFORM
       MOVE WS-CAMPUS-LINE TO RPT-LINE
       WRITE RPT-LINE
       PERFORM CHECK-FS-RPT
    END-PERFORM
    MOVE SPACES TO WS-CAMPUS-LINE
    MOVE 'ALL       ' TO WS-CMP-LABEL
    MOVE WS-TERM-FROM TO WS-CMP-CELL (1)
    MOVE WS-TERM-TO TO WS-CMP-CELL (2)
    MOVE WS-TERM-ADDED TO WS-CMP-CELL (3)
    MOVE WS-TERM-DROPPED TO WS-CMP-CELL (4)
    MOVE WS-CAMPUS-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'COURSES COMPARED         ' TO WS-TOT-LABEL
    MOVE WS-COURSE-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    IF WS-NOT-LISTED-COUNT > ZERO
       MOVE SPACES TO WS-TOTAL-LINE
       MOVE 'MOVEMENTS NOT LISTED     ' TO WS-TOT-LABEL
       MOVE WS-NOT-LISTED-COUNT TO WS-TOT-COUNT
       MOVE WS-TOTAL-LINE TO RPT-LINE
       WRITE RPT-LINE
       PERFORM CHECK-FS-RPT
    END-IF.
CHECK-FS-CEN.
    IF WS-FS-CEN NOT = 00 AND WS-FS-CEN NOT = 10
       AND WS-FS-CEN NOT = 23
       DISPLAY 'CENSFILE (CENSUS) I-O ERROR, FILE STATUS = ' WS-FS-CEN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-CMPS.
    IF WS-FS-CMPS NOT = 00 AND WS-FS-CMPS NOT = 10
       DISPLAY 'CMPSFILE (CMPSRT) I-O ERROR, FILE STATUS = ' WS-FS-CMPS
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (CENSCRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
