       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DAYCTL.
*> Morning operations control sheet: one pass over every log the
*> shift lead used to open by hand, printed to CTLSHEET.  It shows
*> each NITEBAT step's return code and counts for the business day
*> against the prior night's run (a swing over DAYCTLPCT percent,
*> default 20, is flagged), whether SYSSTAT was left RUNNING, the
*> batch-window overrides on OVRDLOG, failed sign-ons on SESSLOG,
*> new and overdue open exceptions on EXCPMSTR by program (overdue
*> is past the EXCGRACE grace period EXCPAGE escalates on, default
*> 7 days), and the generations registered on GENLOG.
*>
*> The business day is the last night on RUNLOG unless DAYCTLDATE
*> (YYYYMMDD) names another.  Log activity is taken by date and time
*> from where the prior night's sheet stopped - the moment NITEBAT
*> called it, or the prior night's last step when it did not - up to
*> where this night's stopped (the next run's start, or now when
*> there is none), so nothing between two batches is missed.  An
*> item logged while NITEBAT is calling the sheet can show on two
*> mornings, as can a generation registered on a boundary date,
*> since GENLOG carries the run date only; log entries written
*> before the logs carried the hour are placed by date alone, near
*> enough.  The sheet ends OK, RC 0, or ATTENTION, RC 04, with every
*> item that needs looking at marked '**', so it can run as the last
*> step of NITEBAT.  A log that has never been written is reported
*> as such and is not an error.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUNLOGFILE ASSIGN TO RUNLOG
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-RUNLOG.
    SELECT STATFILE ASSIGN TO SYSSTAT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-STAT.
    SELECT OVRDFILE ASSIGN TO OVRDLOG
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-OVRD.
    SELECT SESSFILE ASSIGN TO SESSLOG
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-SESS.
    SELECT EXCPMFILE ASSIGN TO EXCPMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS EXC-KEY
    FILE STATUS IS WS-FS-EXCM.
    SELECT GENFILE ASSIGN TO GENLOG
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GEN.
    SELECT RPTFILE ASSIGN TO CTLSHEET
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  RUNLOGFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS RUN-LOG-REC.
01 RUN-LOG-REC.
    02 RUN-LOG-DATE        PIC 9(08).
    02 FILLER              PIC X(01).
    02 RUN-LOG-TIME        PIC 9(06).
    02 FILLER              PIC X(01).
    02 RUN-LOG-STEP        PIC X(08).
    02 FILLER              PIC X(01).
    02 RUN-LOG-RC          PIC 9(03).
    02 FILLER              PIC X(01).
    02 RUN-LOG-READ-COUNT  PIC 9(07).
    02 FILLER              PIC X(01).
    02 RUN-LOG-WRITE-COUNT PIC 9(07).
    02 FILLER              PIC X(01).
    02 RUN-LOG-DUP-COUNT   PIC 9(07).
    02 FILLER              PIC X(01).
    02 RUN-LOG-STAMP-DATE  PIC 9(08).
    02 FILLER              PIC X(19).
FD  STATFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STAT-REC.
01 STAT-REC.
    02 STAT-STATUS         PIC X(08).
       88 STAT-BATCH-RUNNING VALUE 'RUNNING'.
       88 STAT-BATCH-IDLE    VALUE 'IDLE'.
    02 FILLER              PIC X(01).
    02 STAT-TIMESTAMP      PIC X(14).
    02 FILLER              PIC X(57).
FD  OVRDFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OVRD-REC.
01 OVRD-REC.
    02 OVRD-DATE           PIC 9(08).
    02 FILLER              PIC X(01).
    02 OVRD-TIME           PIC 9(06).
    02 FILLER              PIC X(01).
    02 OVRD-OPERATOR       PIC X(08).
    02 FILLER              PIC X(01).
    02 OVRD-CALLER         PIC X(09).
    02 FILLER              PIC X(01).
    02 OVRD-REASON         PIC X(40).
    02 FILLER              PIC X(05).
FD  SESSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS SESS-REC.
01 SESS-REC.
    02 SESS-DATE           PIC 9(08).
    02 FILLER              PIC X(01).
    02 SESS-TIME           PIC 9(06).
    02 FILLER              PIC X(01).
    02 SESS-OPERATOR       PIC X(08).
    02 FILLER              PIC X(01).
    02 SESS-CHOICE         PIC 9(01).
    02 FILLER              PIC X(01).
    02 SESS-DISPOSITION    PIC X(08).
       88 SESS-BADSIGN     VALUE 'BADSIGN'.
    02 FILLER              PIC X(45).
FD  EXCPMFILE
    RECORD CONTAINS 160 CHARACTERS
    BLOCK CONTAINS 1600 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS EXC-REC.
COPY EXCREC.
FD  GENFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GEN-REC.
COPY GENREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-RUNLOG            PIC 9(02).
77 WS-FS-STAT              PIC 9(02).
77 WS-FS-OVRD              PIC 9(02).
77 WS-FS-SESS              PIC 9(02).
77 WS-FS-EXCM              PIC 9(02).
77 WS-FS-GEN               PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-TODAYS-DATE          PIC 9(08) VALUE ZERO.
01 WS-DATE-ENTRY           PIC X(08) VALUE SPACES.
01 WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
01 WS-PRIOR-DATE           PIC 9(08) VALUE ZERO.
01 WS-NEXT-DATE            PIC 9(08) VALUE ZERO.
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-AFTER-STAMP.
   02 WS-AFTER-DATE        PIC 9(08) VALUE ZERO.
   02 WS-AFTER-TIME        PIC 9(06) VALUE ZERO.
01 WS-AFTER-STAMP-NUM REDEFINES WS-AFTER-STAMP PIC 9(14).
01 WS-THRU-STAMP.
   02 WS-THRU-DATE         PIC 9(08) VALUE ZERO.
   02 WS-THRU-TIME         PIC 9(06) VALUE ZERO.
01 WS-THRU-STAMP-NUM REDEFINES WS-THRU-STAMP PIC 9(14).
01 WS-ITEM-STAMP.
   02 WS-ITEM-DATE         PIC 9(08) VALUE ZERO.
   02 WS-ITEM-TIME         PIC 9(06) VALUE ZERO.
01 WS-ITEM-STAMP-NUM REDEFINES WS-ITEM-STAMP PIC 9(14).
01 WS-LOG-STAMP.
   02 WS-LOG-DATE          PIC 9(08) VALUE ZERO.
   02 WS-LOG-TIME          PIC 9(06) VALUE ZERO.
01 WS-LOG-STAMP-NUM REDEFINES WS-LOG-STAMP PIC 9(14).
01 WS-REPORT-END-STAMP     PIC 9(14) VALUE ZERO.
01 WS-REPORT-DAYCTL-STAMP  PIC 9(14) VALUE ZERO.
01 WS-PRIOR-END-STAMP      PIC 9(14) VALUE ZERO.
01 WS-PRIOR-DAYCTL-STAMP   PIC 9(14) VALUE ZERO.
01 WS-GEN-FROM-DATE        PIC 9(08) VALUE ZERO.
01 WS-IN-WINDOW-SW         PIC X(01) VALUE 'N'.
   88 IN-WINDOW            VALUE 'Y'.
   88 NOT-IN-WINDOW        VALUE 'N'.
77 WS-PASS-NO              PIC 9(01) VALUE ZERO.
77 WS-RUNLOG-COUNT         PIC 9(07) VALUE ZERO.
01 WS-YESTERDAY.
   02 WS-YEST-YYYY         PIC 9(04).
   02 WS-YEST-MM           PIC 9(02).
   02 WS-YEST-DD           PIC 9(02).
01 WS-YESTERDAY-NUM REDEFINES WS-YESTERDAY PIC 9(08).
01 WS-DAYS-IN-MONTH-VALUES.
   02 FILLER               PIC X(24) VALUE '312831303130313130313031'.
01 WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
   02 WS-DAYS-IN-MONTH     PIC 9(02) OCCURS 12 TIMES.
77 WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
77 WS-LEAP-REMAINDER       PIC 9(04) VALUE ZERO.
01 WS-LEAP-SW              PIC X(01) VALUE 'N'.
   88 LEAP-YEAR            VALUE 'Y'.
   88 NOT-LEAP-YEAR        VALUE 'N'.
01 WS-PCT-ENTRY            PIC X(03) VALUE SPACES.
01 WS-SWING-LIMIT          PIC 9(03) VALUE 20.
01 WS-GRACE-ENTRY          PIC X(03) VALUE SPACES.
01 WS-GRACE-DAYS           PIC 9(03) VALUE 7.
77 WS-ENTRY-LEN            PIC 9(01) VALUE ZERO.
01 WS-ENTRY-IN             PIC X(03) VALUE SPACES.
01 WS-ENTRY-JUSTIFIED      PIC X(03) VALUE '000'.
01 WS-STEP-TABLE.
   02 WS-STEP-ENTRY OCCURS 20 TIMES.
      03 WS-STP-NAME       PIC X(08).
      03 WS-STP-TONIGHT-SW PIC X(01).
      03 WS-STP-RC         PIC 9(03).
      03 WS-STP-READ       PIC 9(07).
      03 WS-STP-WRITE      PIC 9(07).
      03 WS-STP-DUP        PIC 9(07).
      03 WS-STP-PRIOR-SW   PIC X(01).
      03 WS-STP-PRI-READ   PIC 9(07).
      03 WS-STP-PRI-WRITE  PIC 9(07).
      03 WS-STP-PRI-DUP    PIC 9(07).
77 WS-STEP-MAX             PIC 9(03) VALUE 20.
77 WS-STEP-COUNT           PIC 9(03) VALUE ZERO.
77 WS-STEP-SUB             PIC 9(03) VALUE ZERO.
77 WS-STEP-OVERFLOW        PIC 9(05) VALUE ZERO.
01 WS-STEP-FOUND-SW        PIC X(01) VALUE 'N'.
   88 STEP-FOUND           VALUE 'Y'.
   88 STEP-NOT-FOUND       VALUE 'N'.
01 WS-CUR-COUNT            PIC 9(07) VALUE ZERO.
01 WS-PRI-COUNT            PIC 9(07) VALUE ZERO.
01 WS-SWING-DIFF           PIC 9(07) VALUE ZERO.
01 WS-SWING-PCT            PIC 9(09) VALUE ZERO.
01 WS-MAX-SWING-PCT        PIC 9(09) VALUE ZERO.
01 WS-PCT-EDIT             PIC ZZZZ9.
01 WS-STEP-RC-SW           PIC X(01) VALUE 'N'.
   88 STEP-RC-BAD          VALUE 'Y'.
01 WS-STEP-SWING-SW        PIC X(01) VALUE 'N'.
   88 STEP-SWUNG           VALUE 'Y'.
01 WS-OPER-TABLE.
   02 WS-OPER-ENTRY OCCURS 100 TIMES.
      03 WS-OPR-TBL-ID     PIC X(08).
      03 WS-OPR-BADSIGN    PIC 9(05).
77 WS-OPER-MAX             PIC 9(03) VALUE 100.
77 WS-OPER-COUNT           PIC 9(03) VALUE ZERO.
77 WS-OPER-SUB             PIC 9(03) VALUE ZERO.
77 WS-OPER-OVERFLOW        PIC 9(05) VALUE ZERO.
01 WS-OPER-FOUND-SW        PIC X(01) VALUE 'N'.
   88 OPER-FOUND           VALUE 'Y'.
   88 OPER-NOT-FOUND       VALUE 'N'.
*> MAINMENU ends a session after three rejected sign-ons, so an
*> operator who reaches three has had a whole session refused.
77 WS-BADSIGN-LIMIT        PIC 9(05) VALUE 3.
77 WS-BADSIGN-COUNT        PIC 9(05) VALUE ZERO.
01 WS-PGM-TABLE.
   02 WS-PGM-ENTRY OCCURS 50 TIMES.
      03 WS-PGM-TBL-NAME   PIC X(08).
      03 WS-PGM-TBL-NEW    PIC 9(05).
      03 WS-PGM-TBL-OVERDUE PIC 9(05).
77 WS-PGM-MAX              PIC 9(03) VALUE 50.
77 WS-PGM-COUNT            PIC 9(03) VALUE ZERO.
77 WS-PGM-SUB              PIC 9(03) VALUE ZERO.
77 WS-PGM-OVERFLOW         PIC 9(05) VALUE ZERO.
01 WS-PGM-FOUND-SW         PIC X(01) VALUE 'N'.
   88 PGM-FOUND            VALUE 'Y'.
   88 PGM-NOT-FOUND        VALUE 'N'.
01 WS-EXC-NEW-SW           PIC X(01) VALUE 'N'.
   88 EXC-IS-NEW           VALUE 'Y'.
01 WS-EXC-OVERDUE-SW       PIC X(01) VALUE 'N'.
   88 EXC-IS-OVERDUE       VALUE 'Y'.
01 WS-EXC-DATE             PIC 9(08) VALUE ZERO.
01 WS-AGE-DAYS             PIC 9(05) VALUE ZERO.
01 WS-TODAY-INT            PIC 9(07) VALUE ZERO.
01 WS-EXC-INT              PIC 9(07) VALUE ZERO.
01 WS-DATE-PARTS.
   02 WS-DATE-YYYY         PIC 9(04).
   02 WS-DATE-MM           PIC 9(02).
   02 WS-DATE-DD           PIC 9(02).
77 WS-OPEN-COUNT           PIC 9(05) VALUE ZERO.
77 WS-NEW-COUNT            PIC 9(05) VALUE ZERO.
77 WS-OVERDUE-COUNT        PIC 9(05) VALUE ZERO.
77 WS-OVRD-COUNT           PIC 9(05) VALUE ZERO.
77 WS-GEN-COUNT            PIC 9(05) VALUE ZERO.
77 WS-ATTENTION-COUNT      PIC 9(05) VALUE ZERO.
01 WS-FMT-DATE-IN.
   02 WS-FMT-YYYY          PIC 9(04).
   02 WS-FMT-MM            PIC 9(02).
   02 WS-FMT-DD            PIC 9(02).
01 WS-FMT-DATE-OUT         PIC X(10) VALUE SPACES.
01 WS-RUN-DATE-DISPLAY     PIC X(10) VALUE SPACES.
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(28) VALUE 'NIGHTLY OPERATIONS CONTROL'.
   02 FILLER               PIC X(26) VALUE SPACES.
01 WS-DAY-LINE.
   02 FILLER               PIC X(14) VALUE 'BUSINESS DAY: '.
   02 WS-DAY-DATE          PIC X(10).
   02 FILLER               PIC X(04) VALUE SPACES.
   02 FILLER               PIC X(13) VALUE 'PRIOR NIGHT: '.
   02 WS-DAY-PRIOR         PIC X(10).
   02 FILLER               PIC X(29) VALUE SPACES.
01 WS-SECTION-LINE         PIC X(80).
01 WS-STEP-COLUMNS         PIC X(80) VALUE
   'STEP      RC    READ   PRIOR   WRITE   PRIOR    DUPS   PRIOR NOTE'.
01 WS-STEP-DETAIL.
   02 WS-DTL-STEP          PIC X(08).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-RC            PIC ZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-READ          PIC ZZZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-PRI-READ      PIC ZZZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-WRITE         PIC ZZZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-PRI-WRITE     PIC ZZZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-DUP           PIC ZZZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-PRI-DUP       PIC ZZZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-NOTE          PIC X(19).
01 WS-OVRD-COLUMNS         PIC X(80) VALUE
   'DATE       TIME     OPERATOR PROGRAM   REASON'.
01 WS-OVRD-DETAIL.
   02 WS-DTL-OVRD-DATE     PIC X(10).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-OVRD-TIME     PIC 99B99B99.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-OVRD-OPER     PIC X(08).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-OVRD-CALLER   PIC X(09).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-OVRD-REASON   PIC X(40).
   02 FILLER               PIC X(01) VALUE SPACES.
01 WS-SESS-COLUMNS         PIC X(80) VALUE
   'OPERATOR  FAILED SIGN-ONS'.
01 WS-SESS-DETAIL.
   02 WS-DTL-SESS-OPER     PIC X(08).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-SESS-COUNT    PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-SESS-NOTE     PIC X(40).
   02 FILLER               PIC X(22) VALUE SPACES.
01 WS-EXC-COLUMNS          PIC X(80) VALUE
   'PROGRAM     NEW  OVERDUE'.
01 WS-EXC-DETAIL.
   02 WS-DTL-EXC-PGM       PIC X(08).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-EXC-NEW       PIC ZZZZ9.
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-DTL-EXC-OVERDUE   PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-EXC-NOTE      PIC X(03).
   02 FILLER               PIC X(50) VALUE SPACES.
01 WS-GEN-COLUMNS          PIC X(80) VALUE
   'BASE NAME    RUN DATE    FILE'.
01 WS-GEN-DETAIL.
   02 WS-DTL-GEN-BASE      PIC X(12).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-GEN-DATE      PIC X(10).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-GEN-FILE      PIC X(42).
   02 FILLER               PIC X(13) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(30).
   02 WS-TOT-COUNT         PIC ZZZZ9.
   02 FILLER               PIC X(45) VALUE SPACES.
01 WS-STATUS-LINE.
   02 FILLER               PIC X(16) VALUE 'OVERALL STATUS: '.
   02 WS-STS-TEXT          PIC X(09).
   02 WS-STS-DETAIL        PIC X(55).
01 WS-STS-COUNT-EDIT       PIC ZZZZ9.
PROCEDURE DIVISION.
    DISPLAY 'BUILDING NIGHTLY CONTROL SHEET...'
    ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAYS-DATE TO WS-FMT-DATE-IN
    PERFORM FORMAT-DATE
    MOVE WS-FMT-DATE-OUT TO WS-RUN-DATE-DISPLAY
    ACCEPT WS-DATE-ENTRY FROM ENVIRONMENT 'DAYCTLDATE'
       ON EXCEPTION
          MOVE SPACES TO WS-DATE-ENTRY
    END-ACCEPT
    IF WS-DATE-ENTRY NOT = SPACES
       IF WS-DATE-ENTRY NUMERIC
          MOVE WS-DATE-ENTRY TO WS-REPORT-DATE
       ELSE
          DISPLAY 'DAYCTLDATE MUST BE YYYYMMDD'
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF
    ACCEPT WS-PCT-ENTRY FROM ENVIRONMENT 'DAYCTLPCT'
       ON EXCEPTION
          MOVE SPACES TO WS-PCT-ENTRY
    END-ACCEPT
    IF WS-PCT-ENTRY NOT = SPACES
       MOVE WS-PCT-ENTRY TO WS-ENTRY-IN
       PERFORM JUSTIFY-ENTRY
       IF WS-ENTRY-JUSTIFIED NUMERIC
          MOVE WS-ENTRY-JUSTIFIED TO WS-SWING-LIMIT
       ELSE
          DISPLAY 'DAYCTLPCT MUST BE NUMERIC'
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF
    ACCEPT WS-GRACE-ENTRY FROM ENVIRONMENT 'EXCGRACE'
       ON EXCEPTION
          MOVE SPACES TO WS-GRACE-ENTRY
    END-ACCEPT
    IF WS-GRACE-ENTRY NOT = SPACES
       MOVE WS-GRACE-ENTRY TO WS-ENTRY-IN
       PERFORM JUSTIFY-ENTRY
       IF WS-ENTRY-JUSTIFIED NUMERIC
          MOVE WS-ENTRY-JUSTIFIED TO WS-GRACE-DAYS
       ELSE
          DISPLAY 'EXCGRACE MUST BE NUMERIC'
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
    END-IF
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE.
    MOVE WS-RPT-HEADER TO RPT-LINE.
    PERFORM WRITE-REPORT-LINE.
    PERFORM LOAD-RUN-LOG.
    PERFORM SET-ACTIVITY-WINDOW.
    PERFORM WRITE-STEP-SECTION.
    PERFORM WRITE-SYSSTAT-SECTION.
    PERFORM WRITE-OVERRIDE-SECTION.
    PERFORM WRITE-SIGNON-SECTION.
    PERFORM WRITE-EXCEPTION-SECTION.
    PERFORM WRITE-GENERATION-SECTION.
    PERFORM WRITE-OVERALL-STATUS.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'BUSINESS DAY        : ' WS-REPORT-DATE.
    DISPLAY 'ATTENTION ITEMS     : ' WS-ATTENTION-COUNT.
    IF WS-ATTENTION-COUNT > ZERO
       DISPLAY 'CONTROL SHEET STATUS: ATTENTION'
       MOVE 04 TO RETURN-CODE
    ELSE
       DISPLAY 'CONTROL SHEET STATUS: OK'
       MOVE ZERO TO RETURN-CODE
    END-IF.
    GOBACK.
JUSTIFY-ENTRY.
    MOVE ZERO TO WS-ENTRY-LEN
    PERFORM VARYING WS-ENTRY-LEN FROM 3 BY -1
       UNTIL WS-ENTRY-LEN = 1
       OR WS-ENTRY-IN (WS-ENTRY-LEN:1) NOT = SPACE
    END-PERFORM
    MOVE '000' TO WS-ENTRY-JUSTIFIED
    MOVE WS-ENTRY-IN (1:WS-ENTRY-LEN)
       TO WS-ENTRY-JUSTIFIED (4 - WS-ENTRY-LEN:WS-ENTRY-LEN).
*> RUNLOG is read three times: once for the business day (the last
*> date on file unless DAYCTLDATE names one), once for the nights
*> either side of it and that day's steps, and once for the prior
*> night's steps.  A step rerun after a failure is logged again, so
*> the last entry for a step on a date is the one that counts.
*> NITEBAT logs this program too; it is not one of the steps
*> compared.
LOAD-RUN-LOG.
    MOVE 1 TO WS-PASS-NO
    IF WS-REPORT-DATE = ZERO
       PERFORM READ-RUN-LOG
    END-IF
    MOVE 2 TO WS-PASS-NO
    PERFORM READ-RUN-LOG
    IF WS-PRIOR-DATE > ZERO
       MOVE 3 TO WS-PASS-NO
       PERFORM READ-RUN-LOG
    END-IF.
READ-RUN-LOG.
    OPEN INPUT RUNLOGFILE
    IF WS-FS-RUNLOG = 00
       MOVE 'N' TO WS-EOF-SW
       PERFORM UNTIL EOF-SW
          READ RUNLOGFILE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
          PERFORM CHECK-FS-RUNLOG
          IF NOT-EOF-SW
             PERFORM TALLY-RUN-LOG-RECORD
          END-IF
       END-PERFORM
       CLOSE RUNLOGFILE
       PERFORM CHECK-FS-RUNLOG
    ELSE
       IF WS-FS-RUNLOG NOT = 35
          PERFORM CHECK-FS-RUNLOG
       END-IF
    END-IF
    MOVE 'N' TO WS-EOF-SW.
TALLY-RUN-LOG-RECORD.
    EVALUATE WS-PASS-NO
       WHEN 1
          IF RUN-LOG-DATE > WS-REPORT-DATE
             MOVE RUN-LOG-DATE TO WS-REPORT-DATE
          END-IF
       WHEN 2
          ADD 1 TO WS-RUNLOG-COUNT
          IF RUN-LOG-DATE < WS-REPORT-DATE
             AND RUN-LOG-DATE > WS-PRIOR-DATE
             MOVE RUN-LOG-DATE TO WS-PRIOR-DATE
          END-IF
          IF RUN-LOG-DATE > WS-REPORT-DATE
             IF WS-NEXT-DATE = ZERO OR RUN-LOG-DATE < WS-NEXT-DATE
                MOVE RUN-LOG-DATE TO WS-NEXT-DATE
             END-IF
          END-IF
          IF RUN-LOG-DATE = WS-REPORT-DATE
             PERFORM TAKE-RUN-LOG-STAMP
             IF WS-LOG-STAMP-NUM > WS-REPORT-END-STAMP
                MOVE WS-LOG-STAMP-NUM TO WS-REPORT-END-STAMP
             END-IF
             IF RUN-LOG-STEP = 'DAYCTL'
                AND WS-LOG-STAMP-NUM > WS-REPORT-DAYCTL-STAMP
                MOVE WS-LOG-STAMP-NUM TO WS-REPORT-DAYCTL-STAMP
             END-IF
          END-IF
          IF RUN-LOG-DATE = WS-REPORT-DATE AND RUN-LOG-STEP NOT = 'DAYCTL'
             PERFORM FIND-STEP-ENTRY
             IF STEP-FOUND
                MOVE 'Y' TO WS-STP-TONIGHT-SW (WS-STEP-SUB)
                MOVE RUN-LOG-RC TO WS-STP-RC (WS-STEP-SUB)
                MOVE RUN-LOG-READ-COUNT TO WS-STP-READ (WS-STEP-SUB)
                MOVE RUN-LOG-WRITE-COUNT TO WS-STP-WRITE (WS-STEP-SUB)
                MOVE RUN-LOG-DUP-COUNT TO WS-STP-DUP (WS-STEP-SUB)
             END-IF
          END-IF
       WHEN 3
          IF RUN-LOG-DATE = WS-PRIOR-DATE
             PERFORM TAKE-RUN-LOG-STAMP
             IF WS-LOG-STAMP-NUM > WS-PRIOR-END-STAMP
                MOVE WS-LOG-STAMP-NUM TO WS-PRIOR-END-STAMP
             END-IF
             IF RUN-LOG-STEP = 'DAYCTL'
                AND WS-LOG-STAMP-NUM > WS-PRIOR-DAYCTL-STAMP
                MOVE WS-LOG-STAMP-NUM TO WS-PRIOR-DAYCTL-STAMP
             END-IF
          END-IF
          IF RUN-LOG-DATE = WS-PRIOR-DATE AND RUN-LOG-STEP NOT = 'DAYCTL'
             PERFORM FIND-STEP-ENTRY
             IF STEP-FOUND
                MOVE 'Y' TO WS-STP-PRIOR-SW (WS-STEP-SUB)
                MOVE RUN-LOG-READ-COUNT TO WS-STP-PRI-READ (WS-STEP-SUB)
                MOVE RUN-LOG-WRITE-COUNT TO WS-STP-PRI-WRITE (WS-STEP-SUB)
                MOVE RUN-LOG-DUP-COUNT TO WS-STP-PRI-DUP (WS-STEP-SUB)
             END-IF
          END-IF
    END-EVALUATE.
*> RUN-LOG-DATE is the night a step belongs to; the entry itself was
*> stamped at RUN-LOG-STAMP-DATE, later than that once a night runs
*> past midnight.  Entries from before the stamp date was kept have
*> spaces there and are taken at their night's date.
TAKE-RUN-LOG-STAMP.
    IF RUN-LOG-STAMP-DATE NUMERIC AND RUN-LOG-STAMP-DATE > ZERO
       MOVE RUN-LOG-STAMP-DATE TO WS-LOG-DATE
    ELSE
       MOVE RUN-LOG-DATE TO WS-LOG-DATE
    END-IF
    MOVE RUN-LOG-TIME TO WS-LOG-TIME.
FIND-STEP-ENTRY.
    MOVE 'N' TO WS-STEP-FOUND-SW
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
       UNTIL WS-STEP-SUB > WS-STEP-COUNT OR STEP-FOUND
       IF RUN-LOG-STEP = WS-STP-NAME (WS-STEP-SUB)
          MOVE 'Y' TO WS-STEP-FOUND-SW
       END-IF
    END-PERFORM
    IF STEP-FOUND
       SUBTRACT 1 FROM WS-STEP-SUB
    ELSE
       IF WS-STEP-COUNT < WS-STEP-MAX
          ADD 1 TO WS-STEP-COUNT
          MOVE WS-STEP-COUNT TO WS-STEP-SUB
          MOVE RUN-LOG-STEP TO WS-STP-NAME (WS-STEP-SUB)
          MOVE 'N' TO WS-STP-TONIGHT-SW (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-RC (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-READ (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-WRITE (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-DUP (WS-STEP-SUB)
          MOVE 'N' TO WS-STP-PRIOR-SW (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-PRI-READ (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-PRI-WRITE (WS-STEP-SUB)
          MOVE ZERO TO WS-STP-PRI-DUP (WS-STEP-SUB)
          MOVE 'Y' TO WS-STEP-FOUND-SW
       ELSE
          ADD 1 TO WS-STEP-OVERFLOW
       END-IF
    END-IF.
*> Activity belongs to the business day when it is stamped after the
*> point the prior night's sheet stopped and no later than the point
*> this night's stops.  A sheet stops at its own DAYCTL entry, which
*> NITEBAT stamps as it calls it; a night without one stops at its
*> last step, or now while it is the latest night.  With no prior
*> night the window opens at the start of the business day, taken
*> as 23:59:59 on the day before by plain arithmetic on YYYYMMDD,
*> which is only ever compared against.
SET-ACTIVITY-WINDOW.
    EVALUATE TRUE
       WHEN WS-PRIOR-DAYCTL-STAMP > ZERO
          MOVE WS-PRIOR-DAYCTL-STAMP TO WS-AFTER-STAMP-NUM
       WHEN WS-PRIOR-END-STAMP > ZERO
          MOVE WS-PRIOR-END-STAMP TO WS-AFTER-STAMP-NUM
       WHEN WS-REPORT-DATE > ZERO
          COMPUTE WS-AFTER-DATE = WS-REPORT-DATE - 1
          MOVE 235959 TO WS-AFTER-TIME
       WHEN OTHER
          COMPUTE WS-AFTER-DATE = WS-TODAYS-DATE - 1
          MOVE 235959 TO WS-AFTER-TIME
    END-EVALUATE
    EVALUATE TRUE
       WHEN WS-REPORT-DAYCTL-STAMP > ZERO
          MOVE WS-REPORT-DAYCTL-STAMP TO WS-THRU-STAMP-NUM
       WHEN WS-NEXT-DATE > ZERO AND WS-REPORT-END-STAMP > ZERO
          MOVE WS-REPORT-END-STAMP TO WS-THRU-STAMP-NUM
       WHEN WS-NEXT-DATE > ZERO
          COMPUTE WS-THRU-DATE = WS-NEXT-DATE - 1
          MOVE 235959 TO WS-THRU-TIME
       WHEN OTHER
          MOVE WS-TODAYS-DATE TO WS-THRU-DATE
          ACCEPT WS-TIME-OF-DAY FROM TIME
          MOVE WS-TIME-OF-DAY (1:6) TO WS-THRU-TIME
    END-EVALUATE
    IF WS-AFTER-TIME = 235959
       COMPUTE WS-GEN-FROM-DATE = WS-AFTER-DATE + 1
    ELSE
       MOVE WS-AFTER-DATE TO WS-GEN-FROM-DATE
    END-IF.
CHECK-ACTIVITY-WINDOW.
    IF WS-ITEM-STAMP-NUM > WS-AFTER-STAMP-NUM
       AND WS-ITEM-STAMP-NUM NOT > WS-THRU-STAMP-NUM
       MOVE 'Y' TO WS-IN-WINDOW-SW
    ELSE
       MOVE 'N' TO WS-IN-WINDOW-SW
    END-IF.
*> GENLOG has no time of day, so a generation counts on every sheet
*> whose window touches its run date.
CHECK-GENERATION-WINDOW.
    IF WS-ITEM-DATE NOT < WS-GEN-FROM-DATE
       AND WS-ITEM-DATE NOT > WS-THRU-DATE
       MOVE 'Y' TO WS-IN-WINDOW-SW
    ELSE
       MOVE 'N' TO WS-IN-WINDOW-SW
    END-IF.
WRITE-STEP-SECTION.
    IF WS-REPORT-DATE > ZERO
       MOVE WS-REPORT-DATE TO WS-FMT-DATE-IN
       PERFORM FORMAT-DATE
       MOVE WS-FMT-DATE-OUT TO WS-DAY-DATE
    ELSE
       MOVE '(NONE)' TO WS-DAY-DATE
    END-IF
    IF WS-PRIOR-DATE > ZERO
       MOVE WS-PRIOR-DATE TO WS-FMT-DATE-IN
       PERFORM FORMAT-DATE
       MOVE WS-FMT-DATE-OUT TO WS-DAY-PRIOR
    ELSE
       MOVE '(NONE)' TO WS-DAY-PRIOR
    END-IF
    MOVE WS-DAY-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM WRITE-BLANK-LINE
    MOVE 'NITEBAT STEPS' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    IF WS-RUNLOG-COUNT = ZERO
       MOVE '** NO NIGHTLY RUN ON RUNLOG' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO WS-ATTENTION-COUNT
    ELSE
       IF WS-DATE-ENTRY = SPACES
          PERFORM CHECK-LAST-RUN-CURRENT
       END-IF
       MOVE WS-STEP-COLUMNS TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
          UNTIL WS-STEP-SUB > WS-STEP-COUNT
          PERFORM WRITE-STEP-DETAIL
       END-PERFORM
       IF WS-STEP-COUNT = ZERO
          MOVE '** NO STEPS LOGGED FOR THE BUSINESS DAY' TO RPT-LINE
          PERFORM WRITE-REPORT-LINE
          ADD 1 TO WS-ATTENTION-COUNT
       END-IF
       IF WS-STEP-OVERFLOW > ZERO
          MOVE '** MORE STEPS ON RUNLOG THAN THE STEP TABLE HOLDS'
             TO RPT-LINE
          PERFORM WRITE-REPORT-LINE
          ADD 1 TO WS-ATTENTION-COUNT
       END-IF
    END-IF.
*> Run as the morning check rather than as the batch's last step,
*> the latest run should be last night's; anything older means
*> the batch did not run.
CHECK-LAST-RUN-CURRENT.
    MOVE WS-TODAYS-DATE TO WS-YESTERDAY
    IF WS-YEST-DD > 1
       SUBTRACT 1 FROM WS-YEST-DD
    ELSE
       IF WS-YEST-MM > 1
          SUBTRACT 1 FROM WS-YEST-MM
       ELSE
          MOVE 12 TO WS-YEST-MM
          SUBTRACT 1 FROM WS-YEST-YYYY
       END-IF
       MOVE WS-DAYS-IN-MONTH (WS-YEST-MM) TO WS-YEST-DD
       IF WS-YEST-MM = 02
          PERFORM CHECK-LEAP-YEAR
          IF LEAP-YEAR
             MOVE 29 TO WS-YEST-DD
          END-IF
       END-IF
    END-IF
    IF WS-REPORT-DATE < WS-YESTERDAY-NUM
       MOVE SPACES TO RPT-LINE
       STRING '** NO NIGHTLY RUN SINCE ' DELIMITED BY SIZE
          WS-DAY-DATE DELIMITED BY SIZE
          INTO RPT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO WS-ATTENTION-COUNT
    END-IF.
CHECK-LEAP-YEAR.
    MOVE 'N' TO WS-LEAP-SW
    DIVIDE WS-YEST-YYYY BY 4
       GIVING WS-LEAP-QUOTIENT
       REMAINDER WS-LEAP-REMAINDER
    IF WS-LEAP-REMAINDER = ZERO
       MOVE 'Y' TO WS-LEAP-SW
       DIVIDE WS-YEST-YYYY BY 100
          GIVING WS-LEAP-QUOTIENT
          REMAINDER WS-LEAP-REMAINDER
       IF WS-LEAP-REMAINDER = ZERO
          MOVE 'N' TO WS-LEAP-SW
          DIVIDE WS-YEST-YYYY BY 400
             GIVING WS-LEAP-QUOTIENT
             REMAINDER WS-LEAP-REMAINDER
          IF WS-LEAP-REMAINDER = ZERO
             MOVE 'Y' TO WS-LEAP-SW
          END-IF
       END-IF
    END-IF.
*> A count is only compared when the prior night had one; a step
*> that counts nothing (most of them) never swings.
WRITE-STEP-DETAIL.
    MOVE 'N' TO WS-STEP-RC-SW
    MOVE 'N' TO WS-STEP-SWING-SW
    MOVE ZERO TO WS-MAX-SWING-PCT
    MOVE SPACES TO WS-STEP-DETAIL
    MOVE WS-STP-NAME (WS-STEP-SUB) TO WS-DTL-STEP
    MOVE WS-STP-RC (WS-STEP-SUB) TO WS-DTL-RC
    MOVE WS-STP-READ (WS-STEP-SUB) TO WS-DTL-READ
    MOVE WS-STP-PRI-READ (WS-STEP-SUB) TO WS-DTL-PRI-READ
    MOVE WS-STP-WRITE (WS-STEP-SUB) TO WS-DTL-WRITE
    MOVE WS-STP-PRI-WRITE (WS-STEP-SUB) TO WS-DTL-PRI-WRITE
    MOVE WS-STP-DUP (WS-STEP-SUB) TO WS-DTL-DUP
    MOVE WS-STP-PRI-DUP (WS-STEP-SUB) TO WS-DTL-PRI-DUP
    IF WS-STP-TONIGHT-SW (WS-STEP-SUB) = 'N'
       MOVE '** NOT RUN' TO WS-DTL-NOTE
       ADD 1 TO WS-ATTENTION-COUNT
    ELSE
       IF WS-STP-RC (WS-STEP-SUB) NOT = ZERO
          MOVE 'Y' TO WS-STEP-RC-SW
       END-IF
       IF WS-STP-PRIOR-SW (WS-STEP-SUB) = 'Y'
          MOVE WS-STP-READ (WS-STEP-SUB) TO WS-CUR-COUNT
          MOVE WS-STP-PRI-READ (WS-STEP-SUB) TO WS-PRI-COUNT
          PERFORM CHECK-COUNT-SWING
          MOVE WS-STP-WRITE (WS-STEP-SUB) TO WS-CUR-COUNT
          MOVE WS-STP-PRI-WRITE (WS-STEP-SUB) TO WS-PRI-COUNT
          PERFORM CHECK-COUNT-SWING
          MOVE WS-STP-DUP (WS-STEP-SUB) TO WS-CUR-COUNT
          MOVE WS-STP-PRI-DUP (WS-STEP-SUB) TO WS-PRI-COUNT
          PERFORM CHECK-COUNT-SWING
       END-IF
       IF WS-MAX-SWING-PCT > 99999
          MOVE 99999 TO WS-PCT-EDIT
       ELSE
          MOVE WS-MAX-SWING-PCT TO WS-PCT-EDIT
       END-IF
       EVALUATE TRUE
          WHEN STEP-RC-BAD AND STEP-SWUNG
             STRING '** RC SWING' DELIMITED BY SIZE
                WS-PCT-EDIT DELIMITED BY SIZE
                '%' DELIMITED BY SIZE
                INTO WS-DTL-NOTE
             END-STRING
          WHEN STEP-RC-BAD
             MOVE '** RC NOT ZERO' TO WS-DTL-NOTE
          WHEN STEP-SWUNG
             STRING '** SWING ' DELIMITED BY SIZE
                WS-PCT-EDIT DELIMITED BY SIZE
                '%' DELIMITED BY SIZE
                INTO WS-DTL-NOTE
             END-STRING
          WHEN WS-STP-PRIOR-SW (WS-STEP-SUB) = 'N'
             MOVE 'NO PRIOR RUN' TO WS-DTL-NOTE
       END-EVALUATE
       IF STEP-RC-BAD OR STEP-SWUNG
          ADD 1 TO WS-ATTENTION-COUNT
       END-IF
    END-IF
    MOVE WS-STEP-DETAIL TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
CHECK-COUNT-SWING.
    IF WS-PRI-COUNT > ZERO
       IF WS-CUR-COUNT >= WS-PRI-COUNT
          COMPUTE WS-SWING-DIFF = WS-CUR-COUNT - WS-PRI-COUNT
       ELSE
          COMPUTE WS-SWING-DIFF = WS-PRI-COUNT - WS-CUR-COUNT
       END-IF
       COMPUTE WS-SWING-PCT ROUNDED = WS-SWING-DIFF * 100 / WS-PRI-COUNT
       IF WS-SWING-PCT > WS-SWING-LIMIT
          MOVE 'Y' TO WS-STEP-SWING-SW
          IF WS-SWING-PCT > WS-MAX-SWING-PCT
             MOVE WS-SWING-PCT TO WS-MAX-SWING-PCT
          END-IF
       END-IF
    END-IF.
*> NITEBAT sets SYSSTAT back to IDLE as its very last act, so a
*> RUNNING status the morning after means the batch never finished
*> and the online programs are still being held off.
WRITE-SYSSTAT-SECTION.
    PERFORM WRITE-BLANK-LINE
    MOVE 'SYSTEM STATUS (SYSSTAT)' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    OPEN INPUT STATFILE
    IF WS-FS-STAT = 35
       MOVE '(NO SYSSTAT ON FILE - NO BATCH HAS RUN)' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
    ELSE
       PERFORM CHECK-FS-STAT
       READ STATFILE
          AT END MOVE SPACES TO STAT-REC
       END-READ
       PERFORM CHECK-FS-STAT
       MOVE SPACES TO RPT-LINE
       IF STAT-BATCH-RUNNING
          STRING '** LEFT RUNNING SINCE ' DELIMITED BY SIZE
             STAT-TIMESTAMP DELIMITED BY SIZE
             ' - ONLINE UPDATES ARE HELD' DELIMITED BY SIZE
             INTO RPT-LINE
          END-STRING
          ADD 1 TO WS-ATTENTION-COUNT
       ELSE
          STRING STAT-STATUS DELIMITED BY SPACE
             ' AS OF ' DELIMITED BY SIZE
             STAT-TIMESTAMP DELIMITED BY SIZE
             INTO RPT-LINE
          END-STRING
       END-IF
       PERFORM WRITE-REPORT-LINE
       CLOSE STATFILE
       PERFORM CHECK-FS-STAT
    END-IF.
*> Every override is somebody updating a master while the batch
*> had it, so each one is an item to follow up.
WRITE-OVERRIDE-SECTION.
    PERFORM WRITE-BLANK-LINE
    MOVE 'BATCH-WINDOW OVERRIDES (OVRDLOG)' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    OPEN INPUT OVRDFILE
    IF WS-FS-OVRD = 35
       MOVE '(NONE)' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
    ELSE
       PERFORM CHECK-FS-OVRD
       MOVE WS-OVRD-COLUMNS TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       MOVE 'N' TO WS-EOF-SW
       PERFORM UNTIL EOF-SW
          READ OVRDFILE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
          PERFORM CHECK-FS-OVRD
          IF NOT-EOF-SW
             MOVE OVRD-DATE TO WS-ITEM-DATE
             MOVE OVRD-TIME TO WS-ITEM-TIME
             PERFORM CHECK-ACTIVITY-WINDOW
             IF IN-WINDOW
                ADD 1 TO WS-OVRD-COUNT
                MOVE SPACES TO WS-OVRD-DETAIL
                MOVE OVRD-DATE TO WS-FMT-DATE-IN
                PERFORM FORMAT-DATE
                MOVE WS-FMT-DATE-OUT TO WS-DTL-OVRD-DATE
                MOVE OVRD-TIME TO WS-DTL-OVRD-TIME
                INSPECT WS-DTL-OVRD-TIME REPLACING ALL ' ' BY ':'
                MOVE OVRD-OPERATOR TO WS-DTL-OVRD-OPER
                MOVE OVRD-CALLER TO WS-DTL-OVRD-CALLER
                MOVE OVRD-REASON TO WS-DTL-OVRD-REASON
                MOVE WS-OVRD-DETAIL TO RPT-LINE
                PERFORM WRITE-REPORT-LINE
             END-IF
          END-IF
       END-PERFORM
       CLOSE OVRDFILE
       PERFORM CHECK-FS-OVRD
       MOVE 'N' TO WS-EOF-SW
       IF WS-OVRD-COUNT = ZERO
          MOVE '(NONE)' TO RPT-LINE
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-IF
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'OVERRIDES TAKEN' TO WS-TOT-LABEL
    MOVE WS-OVRD-COUNT TO WS-TOT-COUNT
    IF WS-OVRD-COUNT > ZERO
       MOVE '** OVERRIDES TAKEN' TO WS-TOT-LABEL
       ADD WS-OVRD-COUNT TO WS-ATTENTION-COUNT
    END-IF
    MOVE WS-TOTAL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
WRITE-SIGNON-SECTION.
    PERFORM WRITE-BLANK-LINE
    MOVE 'FAILED SIGN-ONS (SESSLOG)' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    OPEN INPUT SESSFILE
    IF WS-FS-SESS NOT = 35
       PERFORM CHECK-FS-SESS
       MOVE 'N' TO WS-EOF-SW
       PERFORM UNTIL EOF-SW
          READ SESSFILE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
          PERFORM CHECK-FS-SESS
          IF NOT-EOF-SW AND SESS-BADSIGN
             MOVE SESS-DATE TO WS-ITEM-DATE
             MOVE SESS-TIME TO WS-ITEM-TIME
             PERFORM CHECK-ACTIVITY-WINDOW
             IF IN-WINDOW
                ADD 1 TO WS-BADSIGN-COUNT
                PERFORM TALLY-FAILED-SIGNON
             END-IF
          END-IF
       END-PERFORM
       CLOSE SESSFILE
       PERFORM CHECK-FS-SESS
       MOVE 'N' TO WS-EOF-SW
    END-IF
    IF WS-OPER-COUNT = ZERO
       MOVE '(NONE)' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
    ELSE
       MOVE WS-SESS-COLUMNS TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
          UNTIL WS-OPER-SUB > WS-OPER-COUNT
          MOVE SPACES TO WS-SESS-DETAIL
          MOVE WS-OPR-TBL-ID (WS-OPER-SUB) TO WS-DTL-SESS-OPER
          MOVE WS-OPR-BADSIGN (WS-OPER-SUB) TO WS-DTL-SESS-COUNT
          IF WS-OPR-BADSIGN (WS-OPER-SUB) >= WS-BADSIGN-LIMIT
             MOVE '** A WHOLE SESSION REFUSED' TO WS-DTL-SESS-NOTE
             ADD 1 TO WS-ATTENTION-COUNT
          END-IF
          MOVE WS-SESS-DETAIL TO RPT-LINE
          PERFORM WRITE-REPORT-LINE
       END-PERFORM
    END-IF
    IF WS-OPER-OVERFLOW > ZERO
       MOVE '** MORE OPERATORS THAN THE OPERATOR TABLE HOLDS' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'FAILED SIGN-ONS' TO WS-TOT-LABEL
    MOVE WS-BADSIGN-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
TALLY-FAILED-SIGNON.
    MOVE 'N' TO WS-OPER-FOUND-SW
    PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
       UNTIL WS-OPER-SUB > WS-OPER-COUNT
       IF SESS-OPERATOR = WS-OPR-TBL-ID (WS-OPER-SUB)
          MOVE 'Y' TO WS-OPER-FOUND-SW
          ADD 1 TO WS-OPR-BADSIGN (WS-OPER-SUB)
       END-IF
    END-PERFORM
    IF OPER-NOT-FOUND
       IF WS-OPER-COUNT < WS-OPER-MAX
          ADD 1 TO WS-OPER-COUNT
          MOVE SESS-OPERATOR TO WS-OPR-TBL-ID (WS-OPER-COUNT)
          MOVE 1 TO WS-OPR-BADSIGN (WS-OPER-COUNT)
       ELSE
          ADD 1 TO WS-OPER-OVERFLOW
       END-IF
    END-IF.
*> New means opened in the business day's window and still open;
*> overdue means open longer than the EXCGRACE grace period, aged
*> the way EXCPAGE ages them.  Overdue items are the ones that need
*> someone; new ones are shown so the trend is visible.
WRITE-EXCEPTION-SECTION.
    PERFORM WRITE-BLANK-LINE
    MOVE 'OPEN EXCEPTIONS (EXCPMSTR)' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    OPEN INPUT EXCPMFILE
    IF WS-FS-EXCM NOT = 35
       PERFORM CHECK-FS-EXCM
       MOVE 'N' TO WS-EOF-SW
       MOVE LOW-VALUES TO EXC-KEY
       START EXCPMFILE KEY IS NOT LESS THAN EXC-KEY
          INVALID KEY MOVE 'Y' TO WS-EOF-SW
       END-START
       PERFORM UNTIL EOF-SW
          READ EXCPMFILE NEXT
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
          PERFORM CHECK-FS-EXCM
          IF NOT-EOF-SW AND EXC-OPEN
             ADD 1 TO WS-OPEN-COUNT
             PERFORM CLASSIFY-OPEN-EXCEPTION
          END-IF
       END-PERFORM
       CLOSE EXCPMFILE
       PERFORM CHECK-FS-EXCM
       MOVE 'N' TO WS-EOF-SW
    END-IF
    IF WS-PGM-COUNT = ZERO
       MOVE '(NONE NEW OR OVERDUE)' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
    ELSE
       MOVE WS-EXC-COLUMNS TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
          UNTIL WS-PGM-SUB > WS-PGM-COUNT
          MOVE SPACES TO WS-EXC-DETAIL
          MOVE WS-PGM-TBL-NAME (WS-PGM-SUB) TO WS-DTL-EXC-PGM
          MOVE WS-PGM-TBL-NEW (WS-PGM-SUB) TO WS-DTL-EXC-NEW
          MOVE WS-PGM-TBL-OVERDUE (WS-PGM-SUB) TO WS-DTL-EXC-OVERDUE
          IF WS-PGM-TBL-OVERDUE (WS-PGM-SUB) > ZERO
             MOVE '**' TO WS-DTL-EXC-NOTE
          END-IF
          MOVE WS-EXC-DETAIL TO RPT-LINE
          PERFORM WRITE-REPORT-LINE
       END-PERFORM
    END-IF
    IF WS-PGM-OVERFLOW > ZERO
       MOVE '** MORE PROGRAMS THAN THE PROGRAM TABLE HOLDS' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
       ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'OPEN EXCEPTIONS' TO WS-TOT-LABEL
    MOVE WS-OPEN-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'NEW SINCE PRIOR NIGHT' TO WS-TOT-LABEL
    MOVE WS-NEW-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'OVERDUE' TO WS-TOT-LABEL
    MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT
    IF WS-OVERDUE-COUNT > ZERO
       MOVE '** OVERDUE' TO WS-TOT-LABEL
       ADD 1 TO WS-ATTENTION-COUNT
    END-IF
    MOVE WS-TOTAL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
CLASSIFY-OPEN-EXCEPTION.
    MOVE 'N' TO WS-EXC-NEW-SW
    MOVE 'N' TO WS-EXC-OVERDUE-SW
    MOVE EXC-TIMESTAMP (1:8) TO WS-EXC-DATE
    MOVE EXC-TIMESTAMP TO WS-ITEM-STAMP-NUM
    PERFORM CHECK-ACTIVITY-WINDOW
    IF IN-WINDOW
       MOVE 'Y' TO WS-EXC-NEW-SW
       ADD 1 TO WS-NEW-COUNT
    END-IF
    PERFORM CALCULATE-AGE-DAYS
    IF WS-AGE-DAYS > WS-GRACE-DAYS
       MOVE 'Y' TO WS-EXC-OVERDUE-SW
       ADD 1 TO WS-OVERDUE-COUNT
    END-IF
    IF EXC-IS-NEW OR EXC-IS-OVERDUE
       PERFORM TALLY-EXCEPTION-PROGRAM
    END-IF.
*> Ages are approximated from the calendar date portion of the
*> timestamp the way EXCPAGE approximates them: whole months are
*> counted as 30 days.
CALCULATE-AGE-DAYS.
    MOVE WS-TODAYS-DATE TO WS-DATE-PARTS
    COMPUTE WS-TODAY-INT = WS-DATE-YYYY * 360
       + WS-DATE-MM * 30 + WS-DATE-DD
    MOVE WS-EXC-DATE TO WS-DATE-PARTS
    COMPUTE WS-EXC-INT = WS-DATE-YYYY * 360
       + WS-DATE-MM * 30 + WS-DATE-DD
    IF WS-TODAY-INT > WS-EXC-INT
       COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-EXC-INT
    ELSE
       MOVE ZERO TO WS-AGE-DAYS
    END-IF.
TALLY-EXCEPTION-PROGRAM.
    MOVE 'N' TO WS-PGM-FOUND-SW
    PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
       UNTIL WS-PGM-SUB > WS-PGM-COUNT OR PGM-FOUND
       IF EXC-PGM-NAME = WS-PGM-TBL-NAME (WS-PGM-SUB)
          MOVE 'Y' TO WS-PGM-FOUND-SW
       END-IF
    END-PERFORM
    IF PGM-FOUND
       SUBTRACT 1 FROM WS-PGM-SUB
    ELSE
       IF WS-PGM-COUNT < WS-PGM-MAX
          ADD 1 TO WS-PGM-COUNT
          MOVE WS-PGM-COUNT TO WS-PGM-SUB
          MOVE EXC-PGM-NAME TO WS-PGM-TBL-NAME (WS-PGM-SUB)
          MOVE ZERO TO WS-PGM-TBL-NEW (WS-PGM-SUB)
          MOVE ZERO TO WS-PGM-TBL-OVERDUE (WS-PGM-SUB)
          MOVE 'Y' TO WS-PGM-FOUND-SW
       ELSE
          ADD 1 TO WS-PGM-OVERFLOW
       END-IF
    END-IF
    IF PGM-FOUND
       IF EXC-IS-NEW
          ADD 1 TO WS-PGM-TBL-NEW (WS-PGM-SUB)
       END-IF
       IF EXC-IS-OVERDUE
          ADD 1 TO WS-PGM-TBL-OVERDUE (WS-PGM-SUB)
       END-IF
    END-IF.
WRITE-GENERATION-SECTION.
    PERFORM WRITE-BLANK-LINE
    MOVE 'GENERATIONS REGISTERED (GENLOG)' TO WS-SECTION-LINE
    MOVE WS-SECTION-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    OPEN INPUT GENFILE
    IF WS-FS-GEN NOT = 35
       PERFORM CHECK-FS-GEN
       MOVE 'N' TO WS-EOF-SW
       PERFORM UNTIL EOF-SW
          READ GENFILE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
          PERFORM CHECK-FS-GEN
          IF NOT-EOF-SW
             MOVE GEN-RUN-DATE TO WS-ITEM-DATE
             PERFORM CHECK-GENERATION-WINDOW
             IF IN-WINDOW
                IF WS-GEN-COUNT = ZERO
                   MOVE WS-GEN-COLUMNS TO RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                END-IF
                ADD 1 TO WS-GEN-COUNT
                MOVE SPACES TO WS-GEN-DETAIL
                MOVE GEN-BASE-NAME TO WS-DTL-GEN-BASE
                MOVE GEN-RUN-DATE TO WS-FMT-DATE-IN
                PERFORM FORMAT-DATE
                MOVE WS-FMT-DATE-OUT TO WS-DTL-GEN-DATE
                MOVE GEN-FILE-NAME TO WS-DTL-GEN-FILE
                MOVE WS-GEN-DETAIL TO RPT-LINE
                PERFORM WRITE-REPORT-LINE
             END-IF
          END-IF
       END-PERFORM
       CLOSE GENFILE
       PERFORM CHECK-FS-GEN
       MOVE 'N' TO WS-EOF-SW
    END-IF
    IF WS-GEN-COUNT = ZERO
       MOVE '(NONE)' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'GENERATIONS REGISTERED' TO WS-TOT-LABEL
    MOVE WS-GEN-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
WRITE-OVERALL-STATUS.
    PERFORM WRITE-BLANK-LINE
    MOVE SPACES TO WS-STS-DETAIL
    IF WS-ATTENTION-COUNT > ZERO
       MOVE 'ATTENTION' TO WS-STS-TEXT
       MOVE WS-ATTENTION-COUNT TO WS-STS-COUNT-EDIT
       STRING ' - ' DELIMITED BY SIZE
          WS-STS-COUNT-EDIT DELIMITED BY SIZE
          ' ITEM(S) MARKED ** ABOVE' DELIMITED BY SIZE
          INTO WS-STS-DETAIL
       END-STRING
    ELSE
       MOVE 'OK' TO WS-STS-TEXT
    END-IF
    MOVE WS-STATUS-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
FORMAT-DATE.
    MOVE SPACES TO WS-FMT-DATE-OUT
    STRING WS-FMT-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-FMT-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-FMT-YYYY DELIMITED BY SIZE
       INTO WS-FMT-DATE-OUT
    END-STRING.
WRITE-BLANK-LINE.
    MOVE SPACES TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
WRITE-REPORT-LINE.
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-RUNLOG.
    IF WS-FS-RUNLOG NOT = 00 AND WS-FS-RUNLOG NOT = 10
       DISPLAY 'RUNLOGFILE (RUNLOG) I-O ERROR, FILE STATUS = ' WS-FS-RUNLOG
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-STAT.
    IF WS-FS-STAT NOT = 00 AND WS-FS-STAT NOT = 10
       DISPLAY 'STATFILE (SYSSTAT) I-O ERROR, FILE STATUS = ' WS-FS-STAT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-OVRD.
    IF WS-FS-OVRD NOT = 00 AND WS-FS-OVRD NOT = 10
       DISPLAY 'OVRDFILE (OVRDLOG) I-O ERROR, FILE STATUS = ' WS-FS-OVRD
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-SESS.
    IF WS-FS-SESS NOT = 00 AND WS-FS-SESS NOT = 10
       DISPLAY 'SESSFILE (SESSLOG) I-O ERROR, FILE STATUS = ' WS-FS-SESS
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-EXCM.
    IF WS-FS-EXCM NOT = 00 AND WS-FS-EXCM NOT = 10
       AND WS-FS-EXCM NOT = 23
       DISPLAY 'EXCPMFILE (EXCPMSTR) I-O ERROR, FILE STATUS = '
          WS-FS-EXCM
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-GEN.
    IF WS-FS-GEN NOT = 00 AND WS-FS-GEN NOT = 10
       DISPLAY 'GENFILE (GENLOG) I-O ERROR, FILE STATUS = ' WS-FS-GEN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (CTLSHEET) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
