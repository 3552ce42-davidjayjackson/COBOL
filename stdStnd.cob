       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STDSTND.
*> Term-end academic standing run for the term named by STNDTERM.
*> The roster is read in key order and each student's ENRMSTR
*> enrollments are read forward from a START on the student number,
*> the way TRNSCRPT reads them, to compute a term GPA over the
*> term's graded courses and a cumulative GPA over every graded
*> course on file (A=4, B=3, C=2, D=1, F=0).  Standing is assigned
*> from three thresholds, each overridable from the environment:
*>    cumulative below SUSPGPA (default 1.00)      - suspension
*>    cumulative below GOODGPA (default 2.00)      - probation, or
*>       suspension if already on probation or suspension
*>    term GPA at or above DEANGPA (default 3.50)  - dean's list
*>    otherwise                                    - good standing
*> Each standing is kept on the STNDHIST history by student and
*> term.  Dean's list students go to DEANSEL and probation students
*> to PROBSEL in the shared SEL-REC layout for LTRMERGE, and the
*> report closes with a standing summary by campus.  Students with
*> nothing graded in the term get no standing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT ENRFILE ASSIGN TO ENRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT STNDFILE ASSIGN TO STNDHIST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS STND-KEY
    FILE STATUS IS WS-FS-STND.
    SELECT DEANFILE ASSIGN TO DEANSEL
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-DEAN.
    SELECT PROBFILE ASSIGN TO PROBSEL
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-PROB.
    SELECT RPTFILE ASSIGN TO STNDRPT
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
FD  STNDFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STND-REC.
COPY STNDREC.
FD  DEANFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS DEAN-SEL-REC.
COPY SELREC REPLACING ==SEL-REC== BY ==DEAN-SEL-REC==.
FD  PROBFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS PROB-SEL-REC.
01 PROB-SEL-REC            PIC X(80).
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS1                  PIC 9(02).
77 WS-FS-ENR               PIC 9(02).
77 WS-FS-STND              PIC 9(02).
77 WS-FS-DEAN              PIC 9(02).
77 WS-FS-PROB              PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
77 WS-SEL-FIRST-LEN        PIC 9(02) VALUE ZERO.
77 WS-SEL-LAST-LEN         PIC 9(02) VALUE ZERO.
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-ENR-EOF-SW           PIC X(01) VALUE 'N'.
   88 ENR-EOF-SW           VALUE 'Y'.
   88 ENR-NOT-EOF-SW       VALUE 'N'.
01 WS-STND-EOF-SW          PIC X(01) VALUE 'N'.
   88 STND-EOF-SW          VALUE 'Y'.
   88 STND-NOT-EOF-SW      VALUE 'N'.
01 WS-STND-TERM            PIC X(05) VALUE SPACES.
*> Thresholds arrive as 'n.nn' text; the digits are laid into a
*> 9V99 picture through the REDEFINES once they test numeric.
01 WS-GPA-ENTRY            PIC X(04) VALUE SPACES.
01 WS-GPA-DIGITS.
   02 WS-GPA-WHOLE-X       PIC X(01).
   02 WS-GPA-FRAC-X        PIC X(02).
01 WS-GPA-PARSED REDEFINES WS-GPA-DIGITS PIC 9V99.
01 WS-GPA-PARSE-SW         PIC X(01) VALUE 'Y'.
   88 GPA-ENTRY-VALID      VALUE 'Y'.
   88 GPA-ENTRY-INVALID    VALUE 'N'.
01 WS-GPA-ENV-NAME         PIC X(08) VALUE SPACES.
01 WS-DEAN-GPA             PIC 9V99 VALUE 3.50.
01 WS-GOOD-GPA             PIC 9V99 VALUE 2.00.
01 WS-SUSP-GPA             PIC 9V99 VALUE 1.00.
77 WS-TERM-ENROLLED        PIC 9(03) VALUE ZERO.
77 WS-TERM-GRADED          PIC 9(03) VALUE ZERO.
77 WS-TERM-POINTS          PIC 9(05) VALUE ZERO.
77 WS-CUM-GRADED           PIC 9(03) VALUE ZERO.
77 WS-CUM-POINTS           PIC 9(05) VALUE ZERO.
01 WS-ONE-GRADE-POINTS     PIC 9(01) VALUE ZERO.
01 WS-TERM-GPA             PIC 9V99 VALUE ZERO.
01 WS-CUM-GPA              PIC 9V99 VALUE ZERO.
01 WS-STANDING             PIC X(01) VALUE SPACE.
   88 STANDING-DEANS-LIST  VALUE 'D'.
   88 STANDING-GOOD        VALUE 'G'.
   88 STANDING-PROBATION   VALUE 'P'.
   88 STANDING-SUSPENSION  VALUE 'S'.
*> The prior standing is the one from the most recent earlier run
*> for any other term, so term codes never have to collate in
*> calendar order.
01 WS-PRIOR-STANDING       PIC X(01) VALUE SPACE.
   88 PRIOR-ON-PROBATION   VALUES 'P' 'S'.
01 WS-PRIOR-RUN-DATE       PIC 9(08) VALUE ZERO.
01 WS-STANDING-TEXT        PIC X(12) VALUE SPACES.
77 WS-STUDENT-COUNT        PIC 9(07) VALUE ZERO.
77 WS-RATED-COUNT          PIC 9(07) VALUE ZERO.
77 WS-UNGRADED-COUNT       PIC 9(07) VALUE ZERO.
77 WS-DEAN-SEL-COUNT       PIC 9(07) VALUE ZERO.
77 WS-PROB-SEL-COUNT       PIC 9(07) VALUE ZERO.
77 WS-HIST-ADDED-COUNT     PIC 9(07) VALUE ZERO.
77 WS-HIST-REPLACED-COUNT  PIC 9(07) VALUE ZERO.
*> Campus rows follow the roster's campus codes with a row for
*> students carrying none; cell 1 counts the students rated and
*> cells 2-5 the dean's list, good, probation and suspension.
01 WS-CAMPUS-TOTALS.
   02 WS-CAMPUS-ROW OCCURS 3 TIMES.
      03 WS-CAMPUS-CELL    PIC 9(07) OCCURS 5 TIMES.
01 WS-CAMPUS-LABELS.
   02 FILLER               PIC X(10) VALUE 'NORTH     '.
   02 FILLER               PIC X(10) VALUE 'SOUTH     '.
   02 FILLER               PIC X(10) VALUE 'UNASSIGNED'.
01 WS-CAMPUS-LABEL-TABLE REDEFINES WS-CAMPUS-LABELS.
   02 WS-CAMPUS-LABEL      PIC X(10) OCCURS 3 TIMES.
77 WS-CAMPUS-SUB           PIC 9(01) VALUE ZERO.
01 WS-GRAND-TOTALS.
   02 WS-GRAND-CELL        PIC 9(07) OCCURS 5 TIMES.
77 WS-CELL-SUB             PIC 9(01) VALUE ZERO.
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
   02 FILLER               PIC X(27) VALUE 'ACADEMIC STANDING REPORT'.
   02 FILLER               PIC X(06) VALUE 'TERM: '.
   02 WS-HDR-TERM          PIC X(05).
   02 FILLER               PIC X(16) VALUE SPACES.
01 WS-THRESHOLD-LINE.
   02 FILLER               PIC X(20) VALUE 'THRESHOLDS - DEAN: '.
   02 WS-THR-DEAN          PIC 9.99.
   02 FILLER               PIC X(09) VALUE '  GOOD: '.
   02 WS-THR-GOOD          PIC 9.99.
   02 FILLER               PIC X(15) VALUE '  SUSPENSION: '.
   02 WS-THR-SUSP          PIC 9.99.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'STD-NO  STUDENT NAME          CAMPUS  TERM GPA  CUM GPA  STANDING'.
01 WS-RPT-DETAIL.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-CAMPUS        PIC X(01).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 WS-DTL-TERM-GPA      PIC 9.99.
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-DTL-CUM-GPA       PIC 9.99.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-STANDING      PIC X(12).
   02 FILLER               PIC X(12) VALUE SPACES.
01 WS-CAMPUS-COLUMNS       PIC X(80) VALUE
   'CAMPUS       STUDENTS  DEAN LIST      GOOD  PROBATION  SUSPENDED'.
01 WS-CAMPUS-LINE.
   02 WS-CMP-LABEL         PIC X(10).
   02 WS-CMP-CELL-GROUP OCCURS 5 TIMES.
      03 FILLER            PIC X(03).
      03 WS-CMP-CELL       PIC ZZZZZZ9.
   02 FILLER               PIC X(20).
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'ASSIGNING TERM ACADEMIC STANDING...'
    ACCEPT WS-STND-TERM FROM ENVIRONMENT 'STNDTERM'
       ON EXCEPTION
          MOVE SPACES TO WS-STND-TERM
    END-ACCEPT
    IF WS-STND-TERM = SPACES
       DISPLAY 'STNDTERM (5 CHARS) MUST NAME THE TERM TO RATE'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    PERFORM DETERMINE-THRESHOLDS
    DISPLAY 'TERM ' WS-STND-TERM ' - DEAN ' WS-DEAN-GPA
       ' GOOD ' WS-GOOD-GPA ' SUSPENSION ' WS-SUSP-GPA
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
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN INPUT ENRFILE.
    PERFORM CHECK-FS-ENR.
    OPEN I-O STNDFILE.
    IF WS-FS-STND = 35
       OPEN OUTPUT STNDFILE
       PERFORM CHECK-FS-STND
       CLOSE STNDFILE
       PERFORM CHECK-FS-STND
       OPEN I-O STNDFILE
    END-IF.
    PERFORM CHECK-FS-STND.
    OPEN OUTPUT DEANFILE.
    PERFORM CHECK-FS-DEAN.
    OPEN OUTPUT PROBFILE.
    PERFORM CHECK-FS-PROB.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    INITIALIZE WS-CAMPUS-TOTALS.
    INITIALIZE WS-GRAND-TOTALS.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM UNTIL EOF-SW
       READ FILE1
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS1
       IF NOT-EOF-SW
          ADD 1 TO WS-STUDENT-COUNT
          PERFORM RATE-ONE-STUDENT
       END-IF
    END-PERFORM.
    PERFORM WRITE-CAMPUS-SUMMARY.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE ENRFILE.
    PERFORM CHECK-FS-ENR.
    CLOSE STNDFILE.
    PERFORM CHECK-FS-STND.
    CLOSE DEANFILE.
    PERFORM CHECK-FS-DEAN.
    CLOSE PROBFILE.
    PERFORM CHECK-FS-PROB.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'STUDENTS READ        : ' WS-STUDENT-COUNT.
    DISPLAY 'STUDENTS RATED       : ' WS-RATED-COUNT.
    DISPLAY 'NO GRADES THIS TERM  : ' WS-UNGRADED-COUNT.
    DISPLAY 'DEAN''S LIST LETTERS  : ' WS-DEAN-SEL-COUNT.
    DISPLAY 'PROBATION LETTERS    : ' WS-PROB-SEL-COUNT.
    GOBACK.
DETERMINE-THRESHOLDS.
    MOVE 'DEANGPA' TO WS-GPA-ENV-NAME
    PERFORM ACCEPT-GPA-THRESHOLD
    IF WS-GPA-ENTRY NOT = SPACES
       MOVE WS-GPA-PARSED TO WS-DEAN-GPA
    END-IF
    MOVE 'GOODGPA' TO WS-GPA-ENV-NAME
    PERFORM ACCEPT-GPA-THRESHOLD
    IF WS-GPA-ENTRY NOT = SPACES
       MOVE WS-GPA-PARSED TO WS-GOOD-GPA
    END-IF
    MOVE 'SUSPGPA' TO WS-GPA-ENV-NAME
    PERFORM ACCEPT-GPA-THRESHOLD
    IF WS-GPA-ENTRY NOT = SPACES
       MOVE WS-GPA-PARSED TO WS-SUSP-GPA
    END-IF
    IF WS-SUSP-GPA > WS-GOOD-GPA OR WS-GOOD-GPA > WS-DEAN-GPA
       DISPLAY 'THRESHOLDS MUST RUN SUSPGPA <= GOODGPA <= DEANGPA'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
*> Accepts 'n', 'n.n' or 'n.nn' from the named environment entry;
*> anything else stops the run before a standing is assigned.
ACCEPT-GPA-THRESHOLD.
    MOVE SPACES TO WS-GPA-ENTRY
    ACCEPT WS-GPA-ENTRY FROM ENVIRONMENT WS-GPA-ENV-NAME
       ON EXCEPTION
          MOVE SPACES TO WS-GPA-ENTRY
    END-ACCEPT
    IF WS-GPA-ENTRY NOT = SPACES
       MOVE 'Y' TO WS-GPA-PARSE-SW
       MOVE WS-GPA-ENTRY (1:1) TO WS-GPA-WHOLE-X
       EVALUATE TRUE
          WHEN WS-GPA-ENTRY (2:3) = SPACES
             MOVE '00' TO WS-GPA-FRAC-X
          WHEN WS-GPA-ENTRY (2:1) = '.'
             MOVE WS-GPA-ENTRY (3:2) TO WS-GPA-FRAC-X
             INSPECT WS-GPA-FRAC-X REPLACING ALL SPACE BY '0'
          WHEN OTHER
             MOVE 'N' TO WS-GPA-PARSE-SW
       END-EVALUATE
       IF GPA-ENTRY-VALID AND WS-GPA-DIGITS NOT NUMERIC
          MOVE 'N' TO WS-GPA-PARSE-SW
       END-IF
       IF GPA-ENTRY-INVALID OR WS-GPA-PARSED > 4.00
          DISPLAY WS-GPA-ENV-NAME ' MUST BE A GPA FROM 0.00 TO 4.00'
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF.
RATE-ONE-STUDENT.
    PERFORM TALLY-STUDENT-GRADES
    IF WS-TERM-GRADED = ZERO
       IF WS-TERM-ENROLLED > ZERO
          ADD 1 TO WS-UNGRADED-COUNT
       END-IF
    ELSE
       ADD 1 TO WS-RATED-COUNT
       COMPUTE WS-TERM-GPA ROUNDED = WS-TERM-POINTS / WS-TERM-GRADED
       COMPUTE WS-CUM-GPA ROUNDED = WS-CUM-POINTS / WS-CUM-GRADED
       PERFORM FIND-PRIOR-STANDING
       PERFORM ASSIGN-STANDING
       PERFORM SAVE-STANDING-HISTORY
       IF STANDING-DEANS-LIST
          PERFORM WRITE-DEAN-SELECTION
       END-IF
       IF STANDING-PROBATION
          PERFORM WRITE-PROBATION-SELECTION
       END-IF
       PERFORM WRITE-STANDING-LINE
       PERFORM ACCUMULATE-CAMPUS-TOTALS
    END-IF.
TALLY-STUDENT-GRADES.
    MOVE ZERO TO WS-TERM-ENROLLED
    MOVE ZERO TO WS-TERM-GRADED
    MOVE ZERO TO WS-TERM-POINTS
    MOVE ZERO TO WS-CUM-GRADED
    MOVE ZERO TO WS-CUM-POINTS
    MOVE 'N' TO WS-ENR-EOF-SW
    MOVE LOW-VALUES TO ENR-KEY
    MOVE STD-NO TO ENR-STD-NO
    START ENRFILE KEY IS NOT LESS THAN ENR-KEY
       INVALID KEY MOVE 'Y' TO WS-ENR-EOF-SW
    END-START
    PERFORM UNTIL ENR-EOF-SW
       READ ENRFILE NEXT
          AT END MOVE 'Y' TO WS-ENR-EOF-SW
       END-READ
       PERFORM CHECK-FS-ENR
       IF ENR-NOT-EOF-SW
          IF ENR-STD-NO = STD-NO
             PERFORM TALLY-ONE-ENROLLMENT
          ELSE
             MOVE 'Y' TO WS-ENR-EOF-SW
          END-IF
       END-IF
    END-PERFORM.
TALLY-ONE-ENROLLMENT.
    IF ENR-TERM = WS-STND-TERM
       ADD 1 TO WS-TERM-ENROLLED
    END-IF
    IF ENR-GRADED
       EVALUATE ENR-GRADE
          WHEN 'A'
             MOVE 4 TO WS-ONE-GRADE-POINTS
          WHEN 'B'
             MOVE 3 TO WS-ONE-GRADE-POINTS
          WHEN 'C'
             MOVE 2 TO WS-ONE-GRADE-POINTS
          WHEN 'D'
             MOVE 1 TO WS-ONE-GRADE-POINTS
          WHEN OTHER
             MOVE ZERO TO WS-ONE-GRADE-POINTS
       END-EVALUATE
       ADD 1 TO WS-CUM-GRADED
       ADD WS-ONE-GRADE-POINTS TO WS-CUM-POINTS
       IF ENR-TERM = WS-STND-TERM
          ADD 1 TO WS-TERM-GRADED
          ADD WS-ONE-GRADE-POINTS TO WS-TERM-POINTS
       END-IF
    END-IF.
FIND-PRIOR-STANDING.
    MOVE SPACE TO WS-PRIOR-STANDING
    MOVE ZERO TO WS-PRIOR-RUN-DATE
    MOVE 'N' TO WS-STND-EOF-SW
    MOVE LOW-VALUES TO STND-KEY
    MOVE STD-NO TO STND-STD-NO
    START STNDFILE KEY IS NOT LESS THAN STND-KEY
       INVALID KEY MOVE 'Y' TO WS-STND-EOF-SW
    END-START
    PERFORM UNTIL STND-EOF-SW
       READ STNDFILE NEXT
          AT END MOVE 'Y' TO WS-STND-EOF-SW
       END-READ
       PERFORM CHECK-FS-STND
       IF STND-NOT-EOF-SW
          IF STND-STD-NO NOT = STD-NO
             MOVE 'Y' TO WS-STND-EOF-SW
          ELSE
             IF STND-TERM NOT = WS-STND-TERM
                AND STND-RUN-DATE NOT < WS-PRIOR-RUN-DATE
                MOVE STND-STANDING TO WS-PRIOR-STANDING
                MOVE STND-RUN-DATE TO WS-PRIOR-RUN-DATE
             END-IF
          END-IF
       END-IF
    END-PERFORM.
ASSIGN-STANDING.
    EVALUATE TRUE
       WHEN WS-CUM-GPA < WS-SUSP-GPA
          MOVE 'S' TO WS-STANDING
          MOVE 'SUSPENSION' TO WS-STANDING-TEXT
       WHEN WS-CUM-GPA < WS-GOOD-GPA AND PRIOR-ON-PROBATION
          MOVE 'S' TO WS-STANDING
          MOVE 'SUSPENSION' TO WS-STANDING-TEXT
       WHEN WS-CUM-GPA < WS-GOOD-GPA
          MOVE 'P' TO WS-STANDING
          MOVE 'PROBATION' TO WS-STANDING-TEXT
       WHEN WS-TERM-GPA NOT < WS-DEAN-GPA
          MOVE 'D' TO WS-STANDING
          MOVE 'DEAN''S LIST' TO WS-STANDING-TEXT
       WHEN OTHER
          MOVE 'G' TO WS-STANDING
          MOVE 'GOOD' TO WS-STANDING-TEXT
    END-EVALUATE.
SAVE-STANDING-HISTORY.
    MOVE STD-NO TO STND-STD-NO
    MOVE WS-STND-TERM TO STND-TERM
    READ STNDFILE
       INVALID KEY
          PERFORM BUILD-STANDING-RECORD
          WRITE STND-REC
          END-WRITE
          PERFORM CHECK-FS-STND
          ADD 1 TO WS-HIST-ADDED-COUNT
       NOT INVALID KEY
          PERFORM BUILD-STANDING-RECORD
          REWRITE STND-REC
          END-REWRITE
          PERFORM CHECK-FS-STND
          ADD 1 TO WS-HIST-REPLACED-COUNT
    END-READ.
BUILD-STANDING-RECORD.
    MOVE SPACES TO STND-REC
    MOVE STD-NO TO STND-STD-NO
    MOVE WS-STND-TERM TO STND-TERM
    MOVE WS-TERM-GRADED TO STND-TERM-GRADED
    MOVE WS-TERM-POINTS TO STND-TERM-POINTS
    MOVE WS-TERM-GPA TO STND-TERM-GPA
    MOVE WS-CUM-GRADED TO STND-CUM-GRADED
    MOVE WS-CUM-POINTS TO STND-CUM-POINTS
    MOVE WS-CUM-GPA TO STND-CUM-GPA
    MOVE WS-STANDING TO STND-STANDING
    MOVE STD-CAMPUS-CD TO STND-CAMPUS-CD
    MOVE WS-RUN-DATE-NUM TO STND-RUN-DATE.
WRITE-DEAN-SELECTION.
    MOVE SPACES TO DEAN-SEL-REC
    MOVE 'STDSTND' TO SEL-SOURCE
    MOVE STD-NO TO SEL-ID
    PERFORM BUILD-READABLE-NAME
    MOVE WS-RUN-DATE-NUM TO SEL-DATE
    MOVE STD-CAMPUS-CD TO SEL-CAMPUS
    SET SEL-STUDENT TO TRUE
    WRITE DEAN-SEL-REC
    PERFORM CHECK-FS-DEAN
    ADD 1 TO WS-DEAN-SEL-COUNT.
*> The probation selection is built in the same SEL-REC area as
*> the dean's list one and written to PROBSEL from there.
WRITE-PROBATION-SELECTION.
    MOVE SPACES TO DEAN-SEL-REC
    MOVE 'STDSTND' TO SEL-SOURCE
    MOVE STD-NO TO SEL-ID
    PERFORM BUILD-READABLE-NAME
    MOVE WS-RUN-DATE-NUM TO SEL-DATE
    MOVE STD-CAMPUS-CD TO SEL-CAMPUS
    SET SEL-STUDENT TO TRUE
    WRITE PROB-SEL-REC FROM DEAN-SEL-REC
    PERFORM CHECK-FS-PROB
    ADD 1 TO WS-PROB-SEL-COUNT.
*> The roster's fixed last(12)/first(8) layout is restrung into a
*> readable 'FIRST LAST' the way STDROLL does it, so &NAME prints
*> without the internal padding of the stored group.
BUILD-READABLE-NAME.
    MOVE 8 TO WS-SEL-FIRST-LEN
    PERFORM VARYING WS-SEL-FIRST-LEN FROM 8 BY -1
       UNTIL WS-SEL-FIRST-LEN = 1
       OR STD-FIRST-NAME (WS-SEL-FIRST-LEN:1) NOT = SPACE
    END-PERFORM
    MOVE 12 TO WS-SEL-LAST-LEN
    PERFORM VARYING WS-SEL-LAST-LEN FROM 12 BY -1
       UNTIL WS-SEL-LAST-LEN = 1
       OR STD-LAST-NAME (WS-SEL-LAST-LEN:1) NOT = SPACE
    END-PERFORM
    MOVE SPACES TO SEL-NAME
    IF STD-FIRST-NAME = SPACES
       MOVE STD-LAST-NAME (1:WS-SEL-LAST-LEN) TO SEL-NAME
    ELSE
       STRING STD-FIRST-NAME (1:WS-SEL-FIRST-LEN)
          DELIMITED BY SIZE
          ' ' DELIMITED BY SIZE
          STD-LAST-NAME (1:WS-SEL-LAST-LEN)
          DELIMITED BY SIZE
          INTO SEL-NAME
       END-STRING
    END-IF.
WRITE-STANDING-LINE.
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE STD-NO TO WS-DTL-STD-NO
    MOVE STD-NAME TO WS-DTL-NAME
    MOVE STD-CAMPUS-CD TO WS-DTL-CAMPUS
    MOVE WS-TERM-GPA TO WS-DTL-TERM-GPA
    MOVE WS-CUM-GPA TO WS-DTL-CUM-GPA
    MOVE WS-STANDING-TEXT TO WS-DTL-STANDING
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
ACCUMULATE-CAMPUS-TOTALS.
    EVALUATE TRUE
       WHEN STD-CAMPUS-NORTH
          MOVE 1 TO WS-CAMPUS-SUB
       WHEN STD-CAMPUS-SOUTH
          MOVE 2 TO WS-CAMPUS-SUB
       WHEN OTHER
          MOVE 3 TO WS-CAMPUS-SUB
    END-EVALUATE
    EVALUATE TRUE
       WHEN STANDING-DEANS-LIST
          MOVE 2 TO WS-CELL-SUB
       WHEN STANDING-GOOD
          MOVE 3 TO WS-CELL-SUB
       WHEN STANDING-PROBATION
          MOVE 4 TO WS-CELL-SUB
       WHEN OTHER
          MOVE 5 TO WS-CELL-SUB
    END-EVALUATE
    ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 1)
    ADD 1 TO WS-GRAND-CELL (1)
    ADD 1 TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, WS-CELL-SUB)
    ADD 1 TO WS-GRAND-CELL (WS-CELL-SUB).
WRITE-REPORT-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-STND-TERM TO WS-HDR-TERM
    MOVE WS-RPT-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-DEAN-GPA TO WS-THR-DEAN
    MOVE WS-GOOD-GPA TO WS-THR-GOOD
    MOVE WS-SUSP-GPA TO WS-THR-SUSP
    MOVE WS-THRESHOLD-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-RPT-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-CAMPUS-SUMMARY.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-CAMPUS-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    PERFORM VARYING WS-CAMPUS-SUB FROM 1 BY 1 UNTIL WS-CAMPUS-SUB > 3
       MOVE SPACES TO WS-CAMPUS-LINE
       MOVE WS-CAMPUS-LABEL (WS-CAMPUS-SUB) TO WS-CMP-LABEL
       PERFORM VARYING WS-CELL-SUB FROM 1 BY 1 UNTIL WS-CELL-SUB > 5
          MOVE WS-CAMPUS-CELL (WS-CAMPUS-SUB, WS-CELL-SUB)
             TO WS-CMP-CELL (WS-CELL-SUB)
       END-PERFORM
       MOVE WS-CAMPUS-LINE TO RPT-LINE
       WRITE RPT-LINE
       PERFORM CHECK-FS-RPT
    END-PERFORM
    MOVE SPACES TO WS-CAMPUS-LINE
    MOVE 'ALL       ' TO WS-CMP-LABEL
    PERFORM VARYING WS-CELL-SUB FROM 1 BY 1 UNTIL WS-CELL-SUB > 5
       MOVE WS-GRAND-CELL (WS-CELL-SUB) TO WS-CMP-CELL (WS-CELL-SUB)
    END-PERFORM
    MOVE WS-CAMPUS-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'STUDENTS READ            ' TO WS-TOT-LABEL
    MOVE WS-STUDENT-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'NO GRADES THIS TERM      ' TO WS-TOT-LABEL
    MOVE WS-UNGRADED-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'HISTORY RECORDS ADDED    ' TO WS-TOT-LABEL
    MOVE WS-HIST-ADDED-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'HISTORY RECORDS REPLACED ' TO WS-TOT-LABEL
    MOVE WS-HIST-REPLACED-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'DEAN''S LIST SELECTIONS   ' TO WS-TOT-LABEL
    MOVE WS-DEAN-SEL-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'PROBATION SELECTIONS     ' TO WS-TOT-LABEL
    MOVE WS-PROB-SEL-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 10
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 10
       AND WS-FS-ENR NOT = 23
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-STND.
    IF WS-FS-STND NOT = 00 AND WS-FS-STND NOT = 10
       AND WS-FS-STND NOT = 23
       DISPLAY 'STNDFILE (STNDHIST) I-O ERROR, FILE STATUS = ' WS-FS-STND
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-DEAN.
    IF WS-FS-DEAN NOT = 00
       DISPLAY 'DEANFILE (DEANSEL) I-O ERROR, FILE STATUS = ' WS-FS-DEAN
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-PROB.
    IF WS-FS-PROB NOT = 00
       DISPLAY 'PROBFILE (PROBSEL) I-O ERROR, FILE STATUS = ' WS-FS-PROB
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (STNDRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
