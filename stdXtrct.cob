*> Nightly interchange extract for the district system: a header
*> with the extract date and source file name, one detail per
*> roster record, and a trailer carrying the detail count and a
*> hash total of STD-NO.  The header's layout code is '02' since
*> STD-NO went to five digits; a feed without it carries the old
*> three-digit STD-REC image.  After writing, the extract is re-read
*> and the trailer is proved against the details actually on the
*> file; a mismatch fails the run so a bad feed never leaves the
*> building.
    02 FILLER              PIC X(01).
    02 XTR-HDR-DATE        PIC 9(08).
    02 XTR-HDR-SOURCE      PIC X(30).
    02 XTR-HDR-LAYOUT      PIC X(02).
       88 XTR-LAYOUT-WIDE  VALUE '02'.
    02 FILLER              PIC X(59).
01 XTR-DETAIL-REC REDEFINES XTR-REC.
    02 FILLER              PIC X(01).
    02 XTR-DTL-STD-REC     PIC X(80).
77 WS-HASH-TOTAL           PIC 9(09) VALUE ZERO.
77 WS-VERIFY-COUNT         PIC 9(09) VALUE ZERO.
77 WS-VERIFY-HASH          PIC 9(09) VALUE ZERO.
01 WS-VERIFY-STD-NO        PIC 9(05) VALUE ZERO.
01 WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
01 WS-TRAILER-HASH         PIC 9(09) VALUE ZERO.
01 WS-EXTRACT-DATE         PIC 9(08) VALUE ZERO.
    MOVE 'H' TO XTR-RECORD-TYPE
    MOVE WS-EXTRACT-DATE TO XTR-HDR-DATE
    MOVE WS-DISK1-NAME TO XTR-HDR-SOURCE
    SET XTR-LAYOUT-WIDE TO TRUE
    WRITE XTR-REC
    PERFORM CHECK-FS-XTR.
WRITE-DETAIL-RECORD.
          EVALUATE TRUE
             WHEN XTR-DETAIL
                ADD 1 TO WS-VERIFY-COUNT
                MOVE XTR-DTL-STD-REC (1:5) TO WS-VERIFY-STD-NO
                ADD WS-VERIFY-STD-NO TO WS-VERIFY-HASH
             WHEN XTR-TRAILER
                MOVE XTR-TRL-COUNT TO WS-TRAILER-COUNT
