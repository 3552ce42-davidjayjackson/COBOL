       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WAITPROM.
*> Nightly waitlist promotions report: every WAITLIST entry that
*> STDENRL has promoted into a seat since the last run is listed on
*> the WAITRPT report and written to the WAITSEL selection file in
*> the shared SEL-REC layout, so LTRMERGE (SELNAME=WAITSEL) can
*> send each promoted student a notification letter.  Each entry
*> reported is marked notified, so a promotion is only ever
*> reported and lettered once.  The report closes with the number
*> of students still waiting across all courses.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WAITFILE ASSIGN TO WAITLIST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS WAIT-KEY
    FILE STATUS IS WS-FS-WAIT.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT SELFILE ASSIGN TO WAITSEL
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-SEL.
    SELECT RPTFILE ASSIGN TO WAITRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  WAITFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS WAIT-REC.
COPY WAITREC.
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STD-REC.
COPY STDREC.
FD  SELFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS SEL-REC.
COPY SELREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-WAIT              PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-SEL               PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
77 WS-SEL-FIRST-LEN        PIC 9(02) VALUE ZERO.
77 WS-SEL-LAST-LEN         PIC 9(02) VALUE ZERO.
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-PROMOTED-COUNT       PIC 9(07) VALUE ZERO.
77 WS-WAITING-COUNT        PIC 9(07) VALUE ZERO.
77 WS-NOT-ON-ROSTER-COUNT  PIC 9(07) VALUE ZERO.
01 WS-DATE-WORK.
   02 WS-DATE-YYYY         PIC 9(04).
   02 WS-DATE-MM           PIC 9(02).
   02 WS-DATE-DD           PIC 9(02).
01 WS-DATE-DISPLAY         PIC X(10).
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
   02 FILLER               PIC X(30) VALUE 'WAITLIST PROMOTIONS REPORT'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'COURSE TERM   STD-NO  STUDENT NAME          REQUESTED   PROMOTED'.
01 WS-RPT-DETAIL.
   02 WS-DTL-CRS-ID        PIC X(06).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-TERM          PIC X(05).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-REQ-DATE      PIC X(10).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-PROMO-DATE    PIC X(10).
   02 FILLER               PIC X(14) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'REPORTING WAITLIST PROMOTIONS...'
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
    OPEN I-O WAITFILE.
    IF WS-FS-WAIT = 35
       DISPLAY 'NO WAITLIST ON FILE - NOTHING TO REPORT'
       GOBACK
    END-IF.
    PERFORM CHECK-FS-WAIT.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN OUTPUT SELFILE.
    PERFORM CHECK-FS-SEL.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM UNTIL EOF-SW
       READ WAITFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-WAIT
       IF NOT-EOF-SW
          ADD 1 TO WS-READ-COUNT
          IF WAIT-PENDING
             ADD 1 TO WS-WAITING-COUNT
          END-IF
          IF WAIT-PROMOTED AND WAIT-NOTICE-DUE
             PERFORM REPORT-ONE-PROMOTION
          END-IF
       END-IF
    END-PERFORM.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE WAITFILE.
    PERFORM CHECK-FS-WAIT.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE SELFILE.
    PERFORM CHECK-FS-SEL.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'WAITLIST ENTRIES READ: ' WS-READ-COUNT.
    DISPLAY 'PROMOTIONS REPORTED  : ' WS-PROMOTED-COUNT.
    DISPLAY 'STUDENTS STILL WAITING: ' WS-WAITING-COUNT.
    IF WS-NOT-ON-ROSTER-COUNT > ZERO
       DISPLAY 'PROMOTED STUDENTS NOT ON ROSTER: '
          WS-NOT-ON-ROSTER-COUNT
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
*> A promoted student who has since left the roster is still
*> reported, but gets no letter - there is no name or campus to
*> address one with.
REPORT-ONE-PROMOTION.
    ADD 1 TO WS-PROMOTED-COUNT
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE WAIT-CRS-ID TO WS-DTL-CRS-ID
    MOVE WAIT-TERM TO WS-DTL-TERM
    MOVE WAIT-STD-NO TO WS-DTL-STD-NO
    MOVE WAIT-REQ-DATE TO WS-DATE-WORK
    PERFORM FORMAT-DISPLAY-DATE
    MOVE WS-DATE-DISPLAY TO WS-DTL-REQ-DATE
    MOVE WAIT-STATUS-DATE TO WS-DATE-WORK
    PERFORM FORMAT-DISPLAY-DATE
    MOVE WS-DATE-DISPLAY TO WS-DTL-PROMO-DATE
    MOVE WAIT-STD-NO TO STD-NO
    READ FILE1
       INVALID KEY
          ADD 1 TO WS-NOT-ON-ROSTER-COUNT
          MOVE '(NOT ON ROSTER)' TO WS-DTL-NAME
       NOT INVALID KEY
          MOVE STD-NAME TO WS-DTL-NAME
          PERFORM WRITE-SELECTION-RECORD
    END-READ
    PERFORM CHECK-FS1
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE 'Y' TO WAIT-NOTIFIED
    REWRITE WAIT-REC
    END-REWRITE
    PERFORM CHECK-FS-WAIT.
*> The roster's fixed last(12)/first(8) layout is restrung into a
*> readable 'FIRST LAST' the way STDROLL does it, so &NAME prints
*> without the internal padding of the stored group.
WRITE-SELECTION-RECORD.
    MOVE SPACES TO SEL-REC
    MOVE 'WAITPROM' TO SEL-SOURCE
    MOVE STD-NO TO SEL-ID
    PERFORM BUILD-READABLE-NAME
    MOVE WAIT-STATUS-DATE TO SEL-DATE
    MOVE STD-CAMPUS-CD TO SEL-CAMPUS
    SET SEL-STUDENT TO TRUE
    WRITE SEL-REC
    PERFORM CHECK-FS-SEL.
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
    MOVE 'PROMOTIONS REPORTED      ' TO WS-TOT-LABEL
    MOVE WS-PROMOTED-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'STUDENTS STILL WAITING   ' TO WS-TOT-LABEL
    MOVE WS-WAITING-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-WAIT.
    IF WS-FS-WAIT NOT = 00 AND WS-FS-WAIT NOT = 10
       DISPLAY 'WAITFILE (WAITLIST) I-O ERROR, FILE STATUS = ' WS-FS-WAIT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-SEL.
    IF WS-FS-SEL NOT = 00
       DISPLAY 'SELFILE (WAITSEL) I-O ERROR, FILE STATUS = ' WS-FS-SEL
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (WAITRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
