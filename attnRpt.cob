       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTNRPT.
*> Weekly attendance report: reads the ATTNDNC attendance file in
*> key order and prints one line per enrollment with its present,
*> absent, tardy and excused counts and its attendance percentage.
*> A tardy counts as attended; an excused class is left out of the
*> percentage altogether, so attendance is (present + tardy) over
*> (present + tardy + absent).  Any enrollment below the minimum
*> percentage (ATTNPCT, whole percent, default 80) is flagged, and
*> is filed to EXCPMSTR through EXCPLOG for follow-up when it had
*> an absence or tardy in the last seven days - a student who has
*> not missed again is not filed a second time.  A run that files
*> any exception ends RC 04.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ATTNFILE ASSIGN TO ATTNDNC
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS ATTN-KEY
    FILE STATUS IS WS-FS-ATTN.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT RPTFILE ASSIGN TO ATTNRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  ATTNFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ATTN-REC.
COPY ATTNREC.
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
77 WS-FS-ATTN              PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-ENR-ACTIVE-SW        PIC X(01) VALUE 'N'.
   88 ENR-IN-PROGRESS      VALUE 'Y'.
01 WS-WEEK-MISS-SW         PIC X(01) VALUE 'N'.
   88 MISSED-THIS-WEEK     VALUE 'Y'.
01 WS-HOLD-ENR.
   02 WS-HOLD-STD-NO       PIC 9(05).
   02 WS-HOLD-CRS-ID       PIC X(06).
   02 WS-HOLD-TERM         PIC X(05).
01 WS-CURR-ENR.
   02 WS-CURR-STD-NO       PIC 9(05).
   02 WS-CURR-CRS-ID       PIC X(06).
   02 WS-CURR-TERM         PIC X(05).
77 WS-PRESENT-COUNT        PIC 9(04) VALUE ZERO.
77 WS-ABSENT-COUNT         PIC 9(04) VALUE ZERO.
77 WS-TARDY-COUNT          PIC 9(04) VALUE ZERO.
77 WS-EXCUSED-COUNT        PIC 9(04) VALUE ZERO.
77 WS-COUNTED-CLASSES      PIC 9(05) VALUE ZERO.
77 WS-ATTN-PCT             PIC 9(03)V9 VALUE ZERO.
01 WS-PCT-ENTRY            PIC X(03) VALUE SPACES.
01 WS-PCT-DIGITS           PIC X(03).
01 WS-PCT-PARSED REDEFINES WS-PCT-DIGITS PIC 9(03).
77 WS-MIN-PCT              PIC 9(03) VALUE 80.
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-ENR-COUNT            PIC 9(07) VALUE ZERO.
77 WS-BELOW-COUNT          PIC 9(07) VALUE ZERO.
77 WS-FILED-COUNT          PIC 9(07) VALUE ZERO.
77 WS-RUN-DAYNUM           PIC 9(07) VALUE ZERO.
77 WS-WEEK-START-DAYNUM    PIC 9(07) VALUE ZERO.
77 WS-CLASS-DAYNUM         PIC 9(07) VALUE ZERO.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
COPY EXPARM.
01 WS-PCT-EDIT             PIC ZZ9.9.
01 WS-MIN-EDIT             PIC ZZ9.
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE 'WEEKLY ATTENDANCE REPORT'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-RPT-MINIMUM.
   02 FILLER               PIC X(27) VALUE 'MINIMUM ATTENDANCE PERCENT '.
   02 WS-MIN-DISPLAY       PIC ZZ9.
   02 FILLER               PIC X(50) VALUE SPACES.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'STD    STUDENT NAME         COURSE TERM   PRES  ABS TRDY  EXC   PCT  FLAG'.
01 WS-RPT-DETAIL.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-CRS-ID        PIC X(06).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-TERM          PIC X(05).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-PRESENT       PIC ZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-ABSENT        PIC ZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-TARDY         PIC ZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-EXCUSED       PIC ZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-PCT           PIC ZZ9.9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-FLAG          PIC X(11).
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'REPORTING WEEKLY ATTENDANCE...'
    ACCEPT WS-DISK1-NAME FROM ENVIRONMENT WS-DISK1-ENV
       ON EXCEPTION
          MOVE 'DISK1' TO WS-DISK1-NAME
    END-ACCEPT
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF
    PERFORM ACCEPT-MINIMUM-PERCENT
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING
    COMPUTE WS-RUN-DAYNUM = WS-RUN-YYYY * 360 + WS-RUN-MM * 30
       + WS-RUN-DD
    COMPUTE WS-WEEK-START-DAYNUM = WS-RUN-DAYNUM - 6
    OPEN INPUT ATTNFILE.
    IF WS-FS-ATTN = 35
       DISPLAY 'NO ATTENDANCE ON FILE - NOTHING TO REPORT'
       GOBACK
    END-IF.
    PERFORM CHECK-FS-ATTN.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM UNTIL EOF-SW
       READ ATTNFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-ATTN
       IF NOT-EOF-SW
          ADD 1 TO WS-READ-COUNT
          MOVE ATTN-STD-NO TO WS-CURR-STD-NO
          MOVE ATTN-CRS-ID TO WS-CURR-CRS-ID
          MOVE ATTN-TERM TO WS-CURR-TERM
          IF ENR-IN-PROGRESS AND WS-CURR-ENR NOT = WS-HOLD-ENR
             PERFORM REPORT-ONE-ENROLLMENT
          END-IF
          IF NOT ENR-IN-PROGRESS
             PERFORM START-ONE-ENROLLMENT
          END-IF
          PERFORM TALLY-ONE-CLASS
       END-IF
    END-PERFORM.
    IF ENR-IN-PROGRESS
       PERFORM REPORT-ONE-ENROLLMENT
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE ATTNFILE.
    PERFORM CHECK-FS-ATTN.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'ATTENDANCE RECORDS READ : ' WS-READ-COUNT.
    DISPLAY 'ENROLLMENTS REPORTED    : ' WS-ENR-COUNT.
    DISPLAY 'BELOW MINIMUM           : ' WS-BELOW-COUNT.
    DISPLAY 'FILED TO EXCPMSTR       : ' WS-FILED-COUNT.
    IF WS-FILED-COUNT > ZERO
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
*> Accepts a whole percent of one to three digits; anything else
*> stops the run before any enrollment is judged against it.
ACCEPT-MINIMUM-PERCENT.
    ACCEPT WS-PCT-ENTRY FROM ENVIRONMENT 'ATTNPCT'
       ON EXCEPTION
          MOVE SPACES TO WS-PCT-ENTRY
    END-ACCEPT
    IF WS-PCT-ENTRY NOT = SPACES
       EVALUATE TRUE
          WHEN WS-PCT-ENTRY (2:2) = SPACES
             MOVE '00' TO WS-PCT-DIGITS (1:2)
             MOVE WS-PCT-ENTRY (1:1) TO WS-PCT-DIGITS (3:1)
          WHEN WS-PCT-ENTRY (3:1) = SPACE
             MOVE '0' TO WS-PCT-DIGITS (1:1)
             MOVE WS-PCT-ENTRY (1:2) TO WS-PCT-DIGITS (2:2)
          WHEN OTHER
             MOVE WS-PCT-ENTRY TO WS-PCT-DIGITS
       END-EVALUATE
       IF WS-PCT-DIGITS NOT NUMERIC OR WS-PCT-PARSED > 100
          DISPLAY 'ATTNPCT MUST BE A WHOLE PERCENT FROM 0 TO 100'
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
       MOVE WS-PCT-PARSED TO WS-MIN-PCT
    END-IF.
START-ONE-ENROLLMENT.
    MOVE WS-CURR-ENR TO WS-HOLD-ENR
    MOVE 'Y' TO WS-ENR-ACTIVE-SW
    MOVE 'N' TO WS-WEEK-MISS-SW
    MOVE ZERO TO WS-PRESENT-COUNT
    MOVE ZERO TO WS-ABSENT-COUNT
    MOVE ZERO TO WS-TARDY-COUNT
    MOVE ZERO TO WS-EXCUSED-COUNT.
*> Days are reckoned as year * 360 + month * 30 + day, the same
*> approximation EXCPAGE uses, which is close enough to pick out
*> the classes of the last seven days.
TALLY-ONE-CLASS.
    EVALUATE TRUE
       WHEN ATTN-PRESENT
          ADD 1 TO WS-PRESENT-COUNT
       WHEN ATTN-ABSENT
          ADD 1 TO WS-ABSENT-COUNT
       WHEN ATTN-TARDY
          ADD 1 TO WS-TARDY-COUNT
       WHEN ATTN-EXCUSED
          ADD 1 TO WS-EXCUSED-COUNT
    END-EVALUATE
    IF ATTN-ABSENT OR ATTN-TARDY
       COMPUTE WS-CLASS-DAYNUM = ATTN-CLASS-YYYY * 360
          + ATTN-CLASS-MM * 30 + ATTN-CLASS-DD
       IF WS-CLASS-DAYNUM NOT < WS-WEEK-START-DAYNUM
          MOVE 'Y' TO WS-WEEK-MISS-SW
       END-IF
    END-IF.
REPORT-ONE-ENROLLMENT.
    ADD 1 TO WS-ENR-COUNT
    MOVE 'N' TO WS-ENR-ACTIVE-SW
    COMPUTE WS-COUNTED-CLASSES = WS-PRESENT-COUNT + WS-TARDY-COUNT
       + WS-ABSENT-COUNT
    IF WS-COUNTED-CLASSES = ZERO
       MOVE 100 TO WS-ATTN-PCT
    ELSE
       COMPUTE WS-ATTN-PCT ROUNDED =
          (WS-PRESENT-COUNT + WS-TARDY-COUNT) * 100
          / WS-COUNTED-CLASSES
    END-IF
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE WS-HOLD-STD-NO TO WS-DTL-STD-NO
    MOVE WS-HOLD-STD-NO TO STD-NO
    READ FILE1
       INVALID KEY
          MOVE '(NOT ON ROSTER)' TO WS-DTL-NAME
       NOT INVALID KEY
          MOVE STD-NAME TO WS-DTL-NAME
    END-READ
    PERFORM CHECK-FS1
    MOVE WS-HOLD-CRS-ID TO WS-DTL-CRS-ID
    MOVE WS-HOLD-TERM TO WS-DTL-TERM
    MOVE WS-PRESENT-COUNT TO WS-DTL-PRESENT
    MOVE WS-ABSENT-COUNT TO WS-DTL-ABSENT
    MOVE WS-TARDY-COUNT TO WS-DTL-TARDY
    MOVE WS-EXCUSED-COUNT TO WS-DTL-EXCUSED
    MOVE WS-ATTN-PCT TO WS-DTL-PCT
    IF WS-ATTN-PCT < WS-MIN-PCT
       ADD 1 TO WS-BELOW-COUNT
       IF MISSED-THIS-WEEK
          PERFORM FILE-ATTENDANCE-EXCEPTION
          MOVE 'LOW - FILED' TO WS-DTL-FLAG
       ELSE
          MOVE 'LOW' TO WS-DTL-FLAG
       END-IF
    END-IF
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
FILE-ATTENDANCE-EXCEPTION.
    ADD 1 TO WS-FILED-COUNT
    MOVE 'ATTNRPT' TO EXC-PARM-PGM
    MOVE 'W' TO EXC-PARM-SEVERITY
    MOVE SPACES TO EXC-PARM-KEY
    MOVE WS-HOLD-STD-NO TO EXC-PARM-KEY (1:5)
    MOVE WS-HOLD-CRS-ID TO EXC-PARM-KEY (7:6)
    MOVE WS-HOLD-TERM TO EXC-PARM-KEY (14:5)
    MOVE WS-ATTN-PCT TO WS-PCT-EDIT
    MOVE WS-MIN-PCT TO WS-MIN-EDIT
    MOVE SPACES TO EXC-PARM-REASON
    STRING 'ATTENDANCE ' WS-PCT-EDIT '% BELOW ' WS-MIN-EDIT
       '% - ABSENT ' WS-ABSENT-COUNT ' TARDY ' WS-TARDY-COUNT
       DELIMITED BY SIZE INTO EXC-PARM-REASON
    END-STRING
    CALL 'EXCPLOG' USING EXC-PARM.
WRITE-REPORT-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-RPT-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-MIN-PCT TO WS-MIN-DISPLAY
    MOVE WS-RPT-MINIMUM TO RPT-LINE
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
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'ENROLLMENTS REPORTED     ' TO WS-TOT-LABEL
    MOVE WS-ENR-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'BELOW MINIMUM            ' TO WS-TOT-LABEL
    MOVE WS-BELOW-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'FILED FOR FOLLOW-UP      ' TO WS-TOT-LABEL
    MOVE WS-FILED-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-ATTN.
    IF WS-FS-ATTN NOT = 00 AND WS-FS-ATTN NOT = 10
       DISPLAY 'ATTNFILE (ATTNDNC) I-O ERROR, FILE STATUS = ' WS-FS-ATTN
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
       DISPLAY 'RPTFILE (ATTNRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
