*> STDXTRCT refuses to ship a bad extract.  Every applied change is
*> journaled to STDJRNL so STDRCVR can replay it, and every detail
*> lands on the DSTACK acknowledgment report as APPLIED or with its
*> reject reason.  A feed whose header carries layout code '02'
*> holds the five-digit STD-NO image; a header without it is a
*> district feed still on the three-digit layout, and each detail
*> is widened to the current STD-REC before it is edited, so the
*> district can cut over on its own schedule.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    02 FILLER              PIC X(01).
    02 DST-HDR-DATE        PIC 9(08).
    02 DST-HDR-SOURCE      PIC X(30).
    02 DST-HDR-LAYOUT      PIC X(02).
       88 DST-LAYOUT-WIDE  VALUE '02'.
    02 FILLER              PIC X(59).
01 DST-DETAIL-REC REDEFINES DST-REC.
    02 FILLER              PIC X(01).
    02 DST-DTL-ACTION      PIC X(01).
01 WS-REJECT-REASON        PIC X(44).
77 WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
77 WS-HASH-TOTAL           PIC 9(09) VALUE ZERO.
01 WS-HASH-STD-NO          PIC 9(05) VALUE ZERO.
01 WS-OLD-STD-NO           PIC 9(03) VALUE ZERO.
01 WS-FEED-LAYOUT-SW       PIC X(01) VALUE 'N'.
   88 FEED-LAYOUT-WIDE     VALUE 'W'.
   88 FEED-LAYOUT-NARROW   VALUE 'N'.
01 WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
01 WS-TRAILER-HASH         PIC 9(09) VALUE ZERO.
01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
01 WS-JRNL-ACTION          PIC X(06) VALUE SPACES.
01 WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
01 WS-AFTER-IMAGE          PIC X(80) VALUE SPACES.
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-JRNL-STAMP.
   02 WS-JRNL-DATE         PIC 9(08).
   02 WS-JRNL-TIME         PIC 9(06).
01 WS-OPER-ID              PIC X(08) VALUE 'BATCH'.
01 WS-OPER-ENV             PIC X(10) VALUE 'OPERID'.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
01 WS-ACK-DETAIL.
   02 WS-ACK-ACTION        PIC X(01).
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-ACK-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-ACK-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF
    ACCEPT WS-OPER-ID FROM ENVIRONMENT WS-OPER-ENV
       ON EXCEPTION
          MOVE 'BATCH' TO WS-OPER-ID
    END-ACCEPT
    IF WS-OPER-ID = SPACES
       MOVE 'BATCH' TO WS-OPER-ID
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
    END-IF.
    DISPLAY 'TRAILER PROVED: ' WS-DETAIL-COUNT ' DETAIL(S), HASH '
       WS-HASH-TOTAL.
    IF FEED-LAYOUT-WIDE
       DISPLAY 'FEED LAYOUT   : 02 (FIVE-DIGIT STD-NO)'
    ELSE
       DISPLAY 'FEED LAYOUT   : 01 (THREE-DIGIT STD-NO)'
    END-IF.
    PERFORM APPLY-FEED-DETAILS.
    DISPLAY 'DETAILS APPLIED : ' WS-APPLIED-COUNT.
    DISPLAY 'DETAILS REJECTED: ' WS-REJECT-COUNT.
    MOVE 'N' TO WS-EOF-SW
    MOVE 'N' TO WS-TRAILER-SEEN-SW
    MOVE 'N' TO WS-PROVE-SW
    MOVE 'N' TO WS-FEED-LAYOUT-SW
    MOVE ZERO TO WS-DETAIL-COUNT
    MOVE ZERO TO WS-HASH-TOTAL
    OPEN INPUT DSTFILE
       PERFORM CHECK-FS-DST
       IF NOT-EOF-SW
          EVALUATE TRUE
             WHEN DST-HEADER
                IF DST-LAYOUT-WIDE
                   MOVE 'W' TO WS-FEED-LAYOUT-SW
                END-IF
             WHEN DST-DETAIL
                ADD 1 TO WS-DETAIL-COUNT
                IF FEED-LAYOUT-WIDE
                   MOVE DST-DTL-STD-REC (1:5) TO WS-HASH-STD-NO
                ELSE
                   MOVE DST-DTL-STD-REC (1:3) TO WS-OLD-STD-NO
                   MOVE WS-OLD-STD-NO TO WS-HASH-STD-NO
                END-IF
                ADD WS-HASH-STD-NO TO WS-HASH-TOTAL
             WHEN DST-TRAILER
                MOVE 'Y' TO WS-TRAILER-SEEN-SW
APPLY-ONE-DETAIL.
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-REJECT-REASON
    IF FEED-LAYOUT-WIDE
       MOVE DST-DTL-STD-REC TO WS-DST-STD
    ELSE
       PERFORM WIDEN-OLD-DETAIL
    END-IF
    EVALUATE TRUE
       WHEN DST-ACT-ADD
          PERFORM VALIDATE-DETAIL-FIELDS
       MOVE 'APPLIED' TO WS-REJECT-REASON
       PERFORM WRITE-ACK-LINE
    END-IF.
*> A three-digit image keeps every field after STD-NO in the same
*> order, two bytes to the left; the two bytes it gives up at the
*> end are the old layout's trailing filler.
WIDEN-OLD-DETAIL.
    MOVE SPACES TO WS-DST-STD
    MOVE DST-DTL-STD-REC (1:3) TO WS-OLD-STD-NO
    MOVE WS-OLD-STD-NO TO STD-NO OF WS-DST-STD
    MOVE DST-DTL-STD-REC (4:75) TO WS-DST-STD (6:75).
VALIDATE-DETAIL-FIELDS.
    MOVE STD-GENDER OF WS-DST-STD TO WS-VALID-GENDER
    IF NOT VALID-GENDER
    MOVE SPACES TO SJRN-REC
    MOVE WS-JRNL-ACTION TO SJRN-ACTION
    ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-JRNL-TIME
    MOVE WS-JRNL-STAMP TO SJRN-TIMESTAMP
    MOVE WS-BEFORE-IMAGE TO SJRN-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO SJRN-AFTER-IMAGE
    MOVE WS-OPER-ID TO SJRN-OPERATOR
    MOVE 'DSTAPPLY' TO SJRN-PROGRAM
    WRITE SJRN-REC
    PERFORM CHECK-FS-JRNL.
CHECK-FS1.
