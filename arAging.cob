       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARAGING.
*> Receivables aging over the BILLLEDG tuition ledger.  A customer's
*> open balance is what TUITBILL charged less what PMTPOST took off,
*> and payments are taken as settling the oldest bills first, so
*> the open balance is dated against the customer's newest invoices
*> on the INVHIST invoice history: the balance is spread back over
*> the invoices newest-first and each share is bucketed current,
*> 30, 60 or 90+ days from its bill date.  Any balance older than
*> the history is dated from the oldest bill seen.  The run is a
*> sorted three-way match - the ledger in Ident order against the
*> invoice history and the XREFOUT student links, both sorted on
*> Ident - so there is no in-core customer limit.  Each customer's
*> campus comes from the roster record of the first linked student,
*> and the report closes with bucket totals by campus.  Every
*> customer with a past-due balance (30 days or more) is put on
*> financial hold: FINHOLD is rebuilt each run with one record per
*> linked STD-NO, and STDENRL refuses registration to those
*> students until the balance is paid and the next aging clears it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LDGRFILE ASSIGN TO BILLLEDG
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS LDGR-CUST-IDENT
    FILE STATUS IS WS-FS-LDGR.
    SELECT IHSTFILE ASSIGN TO INVHIST
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-IHST.
    SELECT XREFFILE ASSIGN TO XREFOUT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-XREF.
    SELECT ISRTFILE ASSIGN TO INVSRT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-ISRT.
    SELECT XSRTFILE ASSIGN TO XREFSRT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-XSRT.
    SELECT INV-SORT-WORK ASSIGN TO SORTWK1.
    SELECT XREF-SORT-WORK ASSIGN TO SORTWK2.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT HOLDFILE ASSIGN TO FINHOLD
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS HOLD-STD-NO
    FILE STATUS IS WS-FS-HOLD.
    SELECT RPTFILE ASSIGN TO ARAGERPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  LDGRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS LDGR-REC.
COPY LDGRREC.
FD  IHSTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS INV-REC.
COPY INVREC.
FD  XREFFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS XREF-REC.
COPY XREFREC.
FD  ISRTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ISRT-REC.
01 ISRT-REC.
    02 ISRT-CUST-IDENT     PIC 9(05).
    02 ISRT-BILL-DATE      PIC 9(08).
    02 ISRT-AMOUNT         PIC 9(05)V99.
    02 ISRT-TERM           PIC X(05).
    02 FILLER              PIC X(55).
SD  INV-SORT-WORK
    DATA RECORD IS ISW-REC.
01 ISW-REC.
    02 ISW-CUST-IDENT      PIC 9(05).
    02 ISW-BILL-DATE       PIC 9(08).
    02 ISW-AMOUNT          PIC 9(05)V99.
    02 ISW-TERM            PIC X(05).
    02 FILLER              PIC X(55).
FD  XSRTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS XSRT-REC.
01 XSRT-REC.
    02 XSRT-CUST-IDENT     PIC 9(05).
    02 XSRT-STD-NO         PIC 9(05).
    02 FILLER              PIC X(70).
SD  XREF-SORT-WORK
    DATA RECORD IS XSW-REC.
01 XSW-REC.
    02 XSW-CUST-IDENT      PIC 9(05).
    02 XSW-STD-NO          PIC 9(05).
    02 FILLER              PIC X(70).
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STD-REC.
COPY STDREC.
FD  HOLDFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS HOLD-REC.
COPY HOLDREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-LDGR              PIC 9(02).
77 WS-FS-IHST              PIC 9(02).
77 WS-FS-XREF              PIC 9(02).
77 WS-FS-ISRT              PIC 9(02).
77 WS-FS-XSRT              PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-HOLD              PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-IHST-EOF-SW          PIC X(01) VALUE 'N'.
   88 IHST-EOF-SW          VALUE 'Y'.
   88 IHST-NOT-EOF-SW      VALUE 'N'.
01 WS-XREF-EOF-SW          PIC X(01) VALUE 'N'.
   88 XREF-EOF-SW          VALUE 'Y'.
   88 XREF-NOT-EOF-SW      VALUE 'N'.
01 WS-ISRT-EOF-SW          PIC X(01) VALUE 'N'.
   88 ISRT-EOF-SW          VALUE 'Y'.
   88 ISRT-NOT-EOF-SW      VALUE 'N'.
01 WS-XSRT-EOF-SW          PIC X(01) VALUE 'N'.
   88 XSRT-EOF-SW          VALUE 'Y'.
   88 XSRT-NOT-EOF-SW      VALUE 'N'.
01 WS-HOLD-SW              PIC X(01) VALUE 'N'.
   88 CUST-ON-HOLD         VALUE 'Y'.
   88 CUST-NOT-ON-HOLD     VALUE 'N'.
*> Amounts for the customer being aged: bucket 1 is current
*> (under 30 days), 2 is 30-59, 3 is 60-89 and 4 is 90 and over.
01 WS-CUST-BUCKETS.
   02 WS-CUST-BUCKET       PIC 9(07)V99 OCCURS 4 TIMES.
01 WS-REMAINING            PIC 9(07)V99 VALUE ZERO.
01 WS-SHARE                PIC 9(07)V99 VALUE ZERO.
01 WS-PAST-DUE             PIC 9(07)V99 VALUE ZERO.
01 WS-OLDEST-DATE          PIC 9(08) VALUE ZERO.
77 WS-BUCKET-SUB           PIC 9(01) VALUE ZERO.
01 WS-AGE-DATE             PIC 9(08) VALUE ZERO.
01 WS-AGE-DAYS             PIC 9(05) VALUE ZERO.
01 WS-TODAY-INT            PIC 9(07) VALUE ZERO.
01 WS-BILL-INT             PIC 9(07) VALUE ZERO.
01 WS-DATE-PARTS.
   02 WS-DATE-YYYY         PIC 9(04).
   02 WS-DATE-MM           PIC 9(02).
   02 WS-DATE-DD           PIC 9(02).
*> Students linked to the customer being aged; a customer can pay
*> for several students, and every one of them goes on hold.
01 WS-LINK-TABLE.
   02 WS-LINK-STD-NO       PIC 9(05) OCCURS 50 TIMES.
77 WS-LINK-MAX             PIC 9(03) VALUE 50.
77 WS-LINK-COUNT           PIC 9(03) VALUE ZERO.
77 WS-LINK-SUB             PIC 9(03) VALUE ZERO.
77 WS-LINK-OVERFLOW        PIC 9(05) VALUE ZERO.
*> Campus rows follow the roster's campus codes, with a row for
*> customers whose student has no campus and one for customers
*> with no student link at all.  Cell 1 is the balance, cells 2-5
*> the four aging buckets.
01 WS-CAMPUS-TOTALS.
   02 WS-CAMPUS-ROW OCCURS 4 TIMES.
      03 WS-CAMPUS-CELL    PIC 9(09)V99 OCCURS 5 TIMES.
01 WS-CAMPUS-LABELS.
   02 FILLER               PIC X(10) VALUE 'NORTH     '.
   02 FILLER               PIC X(10) VALUE 'SOUTH     '.
   02 FILLER               PIC X(10) VALUE 'UNASSIGNED'.
   02 FILLER               PIC X(10) VALUE 'NOT LINKED'.
01 WS-CAMPUS-LABEL-TABLE REDEFINES WS-CAMPUS-LABELS.
   02 WS-CAMPUS-LABEL      PIC X(10) OCCURS 4 TIMES.
77 WS-CAMPUS-SUB           PIC 9(01) VALUE ZERO.
01 WS-GRAND-TOTALS.
   02 WS-GRAND-CELL        PIC 9(09)V99 OCCURS 5 TIMES.
77 WS-CELL-SUB             PIC 9(01) VALUE ZERO.
77 WS-INVOICE-COUNT        PIC 9(07) VALUE ZERO.
77 WS-LINK-READ-COUNT      PIC 9(07) VALUE ZERO.
77 WS-LEDGER-COUNT         PIC 9(07) VALUE ZERO.
77 WS-OPEN-COUNT           PIC 9(07) VALUE ZERO.
77 WS-HOLD-CUST-COUNT      PIC 9(07) VALUE ZERO.
77 WS-HOLD-STD-COUNT       PIC 9(07) VALUE ZERO.
77 WS-HOLD-UNLINKED-COUNT  PIC 9(07) VALUE ZERO.
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
   02 FILLER               PIC X(30) VALUE 'RECEIVABLES AGING REPORT'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'CUST   CAMPUS        BALANCE    CURRENT    30 DAYS    60 DAYS   90+ DAYS HOLD'.
01 WS-RPT-DETAIL.
   02 WS-DTL-IDENT         PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-CAMPUS        PIC X(10).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-BALANCE       PIC ZZZ,ZZ9.99.
   02 WS-DTL-BUCKET-GROUP OCCURS 4 TIMES.
      03 FILLER            PIC X(01).
      03 WS-DTL-BUCKET     PIC ZZZ,ZZ9.99.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-HOLD          PIC X(04).
   02 FILLER               PIC X(03) VALUE SPACES.
01 WS-CAMPUS-COLUMNS       PIC X(80) VALUE
   'CAMPUS           BALANCE       CURRENT       30 DAYS       60 DAYS      90+ DAYS'.
01 WS-CAMPUS-LINE.
   02 WS-CMP-LABEL         PIC X(10).
   02 WS-CMP-CELL-GROUP OCCURS 5 TIMES.
      03 FILLER            PIC X(01).
      03 WS-CMP-CELL       PIC ZZ,ZZZ,ZZ9.99.
01 WS-COUNT-LINE.
   02 WS-CNT-LABEL         PIC X(25).
   02 WS-CNT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    DISPLAY 'AGING TUITION RECEIVABLES...'
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
    OPEN INPUT LDGRFILE.
    IF WS-FS-LDGR = 35
       DISPLAY 'NO TUITION LEDGER ON FILE - NOTHING TO AGE'
       PERFORM CLEAR-FINANCIAL-HOLDS
       GOBACK
    END-IF.
    PERFORM CHECK-FS-LDGR.
    SORT INV-SORT-WORK
       ON ASCENDING KEY ISW-CUST-IDENT
       ON DESCENDING KEY ISW-BILL-DATE
       INPUT PROCEDURE IS RELEASE-INVOICE-RECORDS
       GIVING ISRTFILE.
    DISPLAY 'INVOICES SORTED    : ' WS-INVOICE-COUNT.
    SORT XREF-SORT-WORK
       ON ASCENDING KEY XSW-CUST-IDENT
       ON ASCENDING KEY XSW-STD-NO
       INPUT PROCEDURE IS RELEASE-XREF-RECORDS
       GIVING XSRTFILE.
    DISPLAY 'STUDENT LINKS SORTED: ' WS-LINK-READ-COUNT.
    OPEN INPUT ISRTFILE.
    PERFORM CHECK-FS-ISRT.
    OPEN INPUT XSRTFILE.
    PERFORM CHECK-FS-XSRT.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN OUTPUT HOLDFILE.
    PERFORM CHECK-FS-HOLD.
    CLOSE HOLDFILE.
    PERFORM CHECK-FS-HOLD.
    OPEN I-O HOLDFILE.
    PERFORM CHECK-FS-HOLD.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    INITIALIZE WS-CAMPUS-TOTALS.
    INITIALIZE WS-GRAND-TOTALS.
    PERFORM WRITE-REPORT-HEADER.
    PERFORM READ-SORTED-INVOICE.
    PERFORM READ-SORTED-LINK.
    PERFORM UNTIL EOF-SW
       READ LDGRFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-LDGR
       IF NOT-EOF-SW
          ADD 1 TO WS-LEDGER-COUNT
          PERFORM AGE-ONE-CUSTOMER
       END-IF
    END-PERFORM.
    PERFORM WRITE-CAMPUS-TOTALS.
    CLOSE LDGRFILE.
    PERFORM CHECK-FS-LDGR.
    CLOSE ISRTFILE.
    PERFORM CHECK-FS-ISRT.
    CLOSE XSRTFILE.
    PERFORM CHECK-FS-XSRT.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE HOLDFILE.
    PERFORM CHECK-FS-HOLD.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'LEDGER RECORDS READ : ' WS-LEDGER-COUNT.
    DISPLAY 'OPEN BALANCES AGED  : ' WS-OPEN-COUNT.
    DISPLAY 'CUSTOMERS ON HOLD   : ' WS-HOLD-CUST-COUNT.
    DISPLAY 'STUDENTS ON HOLD    : ' WS-HOLD-STD-COUNT.
    IF WS-LINK-OVERFLOW > ZERO
       DISPLAY 'WARNING: ' WS-LINK-OVERFLOW ' STUDENT LINK(S) BEYOND'
          ' THE ' WS-LINK-MAX '-STUDENT PER CUSTOMER LIMIT'
       MOVE 08 TO RETURN-CODE
    END-IF.
    GOBACK.
*> With no ledger nothing is owed, so no student may be left on
*> the previous run's holds.
CLEAR-FINANCIAL-HOLDS.
    OPEN OUTPUT HOLDFILE
    PERFORM CHECK-FS-HOLD
    CLOSE HOLDFILE
    PERFORM CHECK-FS-HOLD
    DISPLAY 'FINHOLD CLEARED - NO STUDENTS ON HOLD'.
*> Sort input: the invoice history may not exist before the first
*> billing run, in which case every balance is dated from the
*> ledger's last bill date.
RELEASE-INVOICE-RECORDS.
    OPEN INPUT IHSTFILE
    IF WS-FS-IHST = 35
       MOVE 'Y' TO WS-IHST-EOF-SW
    ELSE
       PERFORM CHECK-FS-IHST
    END-IF
    PERFORM UNTIL IHST-EOF-SW
       READ IHSTFILE
          AT END MOVE 'Y' TO WS-IHST-EOF-SW
       END-READ
       PERFORM CHECK-FS-IHST
       IF IHST-NOT-EOF-SW
          ADD 1 TO WS-INVOICE-COUNT
          MOVE SPACES TO ISW-REC
          MOVE INV-CUST-IDENT TO ISW-CUST-IDENT
          MOVE INV-BILL-DATE TO ISW-BILL-DATE
          MOVE INV-AMOUNT TO ISW-AMOUNT
          MOVE INV-TERM TO ISW-TERM
          RELEASE ISW-REC
       END-IF
    END-PERFORM
    IF WS-FS-IHST NOT = 35
       CLOSE IHSTFILE
       PERFORM CHECK-FS-IHST
    END-IF.
RELEASE-XREF-RECORDS.
    OPEN INPUT XREFFILE
    IF WS-FS-XREF = 35
       MOVE 'Y' TO WS-XREF-EOF-SW
    ELSE
       PERFORM CHECK-FS-XREF
    END-IF
    PERFORM UNTIL XREF-EOF-SW
       READ XREFFILE
          AT END MOVE 'Y' TO WS-XREF-EOF-SW
       END-READ
       PERFORM CHECK-FS-XREF
       IF XREF-NOT-EOF-SW
          ADD 1 TO WS-LINK-READ-COUNT
          MOVE SPACES TO XSW-REC
          MOVE XREF-CUST-IDENT TO XSW-CUST-IDENT
          MOVE XREF-STD-NO TO XSW-STD-NO
          RELEASE XSW-REC
       END-IF
    END-PERFORM
    IF WS-FS-XREF NOT = 35
       CLOSE XREFFILE
       PERFORM CHECK-FS-XREF
    END-IF.
READ-SORTED-INVOICE.
    READ ISRTFILE
       AT END MOVE 'Y' TO WS-ISRT-EOF-SW
    END-READ
    PERFORM CHECK-FS-ISRT.
READ-SORTED-LINK.
    READ XSRTFILE
       AT END MOVE 'Y' TO WS-XSRT-EOF-SW
    END-READ
    PERFORM CHECK-FS-XSRT.
*> Both sorted streams are advanced to the ledger Ident and every
*> record carrying it is consumed here, so a customer with a zero
*> balance still moves the streams past its invoices and links.
AGE-ONE-CUSTOMER.
    INITIALIZE WS-CUST-BUCKETS
    MOVE LDGR-BALANCE TO WS-REMAINING
    MOVE LDGR-LAST-BILL-DATE TO WS-OLDEST-DATE
    PERFORM UNTIL ISRT-EOF-SW OR ISRT-CUST-IDENT >= LDGR-CUST-IDENT
       PERFORM READ-SORTED-INVOICE
    END-PERFORM
    PERFORM UNTIL ISRT-EOF-SW OR ISRT-CUST-IDENT NOT = LDGR-CUST-IDENT
       IF WS-REMAINING > ZERO
          PERFORM AGE-ONE-INVOICE
       END-IF
       PERFORM READ-SORTED-INVOICE
    END-PERFORM
    IF WS-REMAINING > ZERO
       MOVE WS-OLDEST-DATE TO WS-AGE-DATE
       PERFORM CALCULATE-AGE-BUCKET
       ADD WS-REMAINING TO WS-CUST-BUCKET (WS-BUCKET-SUB)
       MOVE ZERO TO WS-REMAINING
    END-IF
    PERFORM LOAD-CUSTOMER-LINKS
    IF LDGR-BALANCE > ZERO
       ADD 1 TO WS-OPEN-COUNT
       COMPUTE WS-PAST-DUE = WS-CUST-BUCKET (2)
          + WS-CUST-BUCKET (3) + WS-CUST-BUCKET (4)
       IF WS-PAST-DUE > ZERO
          MOVE 'Y' TO WS-HOLD-SW
       ELSE
          MOVE 'N' TO WS-HOLD-SW
       END-IF
       PERFORM DETERMINE-CUSTOMER-CAMPUS
       PERFORM ACCUMULATE-CAMPUS-TOTALS
       PERFORM WRITE-AGING-LINE
       IF CUST-ON-HOLD
          PERFORM WRITE-HOLD-RECORDS
       END-IF
    END-IF.
AGE-ONE-INVOICE.
    IF ISRT-AMOUNT < WS-REMAINING
       MOVE ISRT-AMOUNT TO WS-SHARE
    ELSE
       MOVE WS-REMAINING TO WS-SHARE
    END-IF
    MOVE ISRT-BILL-DATE TO WS-AGE-DATE
    PERFORM CALCULATE-AGE-BUCKET
    ADD WS-SHARE TO WS-CUST-BUCKET (WS-BUCKET-SUB)
    SUBTRACT WS-SHARE FROM WS-REMAINING
    MOVE ISRT-BILL-DATE TO WS-OLDEST-DATE.
*> Ages are approximated the way EXCPAGE approximates them: whole
*> months are counted as 30 days, close enough to bucket a balance.
CALCULATE-AGE-BUCKET.
    MOVE WS-RUN-DATE-NUM TO WS-DATE-PARTS
    COMPUTE WS-TODAY-INT = WS-DATE-YYYY * 360
       + WS-DATE-MM * 30 + WS-DATE-DD
    MOVE WS-AGE-DATE TO WS-DATE-PARTS
    COMPUTE WS-BILL-INT = WS-DATE-YYYY * 360
       + WS-DATE-MM * 30 + WS-DATE-DD
    IF WS-TODAY-INT > WS-BILL-INT
       COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-BILL-INT
    ELSE
       MOVE ZERO TO WS-AGE-DAYS
    END-IF
    EVALUATE TRUE
       WHEN WS-AGE-DAYS < 30
          MOVE 1 TO WS-BUCKET-SUB
       WHEN WS-AGE-DAYS < 60
          MOVE 2 TO WS-BUCKET-SUB
       WHEN WS-AGE-DAYS < 90
          MOVE 3 TO WS-BUCKET-SUB
       WHEN OTHER
          MOVE 4 TO WS-BUCKET-SUB
    END-EVALUATE.
LOAD-CUSTOMER-LINKS.
    MOVE ZERO TO WS-LINK-COUNT
    PERFORM UNTIL XSRT-EOF-SW OR XSRT-CUST-IDENT >= LDGR-CUST-IDENT
       PERFORM READ-SORTED-LINK
    END-PERFORM
    PERFORM UNTIL XSRT-EOF-SW OR XSRT-CUST-IDENT NOT = LDGR-CUST-IDENT
       IF WS-LINK-COUNT < WS-LINK-MAX
          ADD 1 TO WS-LINK-COUNT
          MOVE XSRT-STD-NO TO WS-LINK-STD-NO (WS-LINK-COUNT)
       ELSE
          ADD 1 TO WS-LINK-OVERFLOW
       END-IF
       PERFORM READ-SORTED-LINK
    END-PERFORM.
DETERMINE-CUSTOMER-CAMPUS.
    IF WS-LINK-COUNT = ZERO
       MOVE 4 TO WS-CAMPUS-SUB
    ELSE
       MOVE WS-LINK-STD-NO (1) TO STD-NO
       READ FILE1
          INVALID KEY
             MOVE 3 TO WS-CAMPUS-SUB
          NOT INVALID KEY
             EVALUATE TRUE
                WHEN STD-CAMPUS-NORTH
                   MOVE 1 TO WS-CAMPUS-SUB
                WHEN STD-CAMPUS-SOUTH
                   MOVE 2 TO WS-CAMPUS-SUB
                WHEN OTHER
                   MOVE 3 TO WS-CAMPUS-SUB
             END-EVALUATE
       END-READ
       PERFORM CHECK-FS1
    END-IF.
ACCUMULATE-CAMPUS-TOTALS.
    ADD LDGR-BALANCE TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, 1)
    ADD LDGR-BALANCE TO WS-GRAND-CELL (1)
    PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 4
       COMPUTE WS-CELL-SUB = WS-BUCKET-SUB + 1
       ADD WS-CUST-BUCKET (WS-BUCKET-SUB)
          TO WS-CAMPUS-CELL (WS-CAMPUS-SUB, WS-CELL-SUB)
       ADD WS-CUST-BUCKET (WS-BUCKET-SUB) TO WS-GRAND-CELL (WS-CELL-SUB)
    END-PERFORM.
*> One hold record per linked student; a student paid for by more
*> than one customer on hold carries the combined amounts.
WRITE-HOLD-RECORDS.
    ADD 1 TO WS-HOLD-CUST-COUNT
    IF WS-LINK-COUNT = ZERO
       ADD 1 TO WS-HOLD-UNLINKED-COUNT
    END-IF
    PERFORM VARYING WS-LINK-SUB FROM 1 BY 1
       UNTIL WS-LINK-SUB > WS-LINK-COUNT
       MOVE WS-LINK-STD-NO (WS-LINK-SUB) TO HOLD-STD-NO
       READ HOLDFILE
          INVALID KEY
             MOVE SPACES TO HOLD-REC
             MOVE WS-LINK-STD-NO (WS-LINK-SUB) TO HOLD-STD-NO
             MOVE LDGR-CUST-IDENT TO HOLD-CUST-IDENT
             MOVE WS-PAST-DUE TO HOLD-PAST-DUE
             MOVE LDGR-BALANCE TO HOLD-BALANCE
             MOVE WS-RUN-DATE-NUM TO HOLD-AGING-DATE
             WRITE HOLD-REC
             END-WRITE
             PERFORM CHECK-FS-HOLD
             ADD 1 TO WS-HOLD-STD-COUNT
          NOT INVALID KEY
             ADD WS-PAST-DUE TO HOLD-PAST-DUE
             ADD LDGR-BALANCE TO HOLD-BALANCE
             REWRITE HOLD-REC
             END-REWRITE
             PERFORM CHECK-FS-HOLD
       END-READ
    END-PERFORM.
WRITE-AGING-LINE.
    MOVE SPACES TO WS-RPT-DETAIL
    MOVE LDGR-CUST-IDENT TO WS-DTL-IDENT
    MOVE WS-CAMPUS-LABEL (WS-CAMPUS-SUB) TO WS-DTL-CAMPUS
    MOVE LDGR-BALANCE TO WS-DTL-BALANCE
    PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1 UNTIL WS-BUCKET-SUB > 4
       MOVE WS-CUST-BUCKET (WS-BUCKET-SUB)
          TO WS-DTL-BUCKET (WS-BUCKET-SUB)
    END-PERFORM
    IF CUST-ON-HOLD
       MOVE 'HOLD' TO WS-DTL-HOLD
    END-IF
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
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
WRITE-CAMPUS-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-CAMPUS-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    PERFORM VARYING WS-CAMPUS-SUB FROM 1 BY 1 UNTIL WS-CAMPUS-SUB > 4
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
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'OPEN BALANCES AGED       ' TO WS-CNT-LABEL
    MOVE WS-OPEN-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'CUSTOMERS ON HOLD        ' TO WS-CNT-LABEL
    MOVE WS-HOLD-CUST-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'STUDENTS ON HOLD         ' TO WS-CNT-LABEL
    MOVE WS-HOLD-STD-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'HOLDS WITH NO STUDENT    ' TO WS-CNT-LABEL
    MOVE WS-HOLD-UNLINKED-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-LDGR.
    IF WS-FS-LDGR NOT = 00 AND WS-FS-LDGR NOT = 10
       DISPLAY 'LDGRFILE (BILLLEDG) I-O ERROR, FILE STATUS = ' WS-FS-LDGR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-IHST.
    IF WS-FS-IHST NOT = 00 AND WS-FS-IHST NOT = 10
       DISPLAY 'IHSTFILE (INVHIST) I-O ERROR, FILE STATUS = ' WS-FS-IHST
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-XREF.
    IF WS-FS-XREF NOT = 00 AND WS-FS-XREF NOT = 10
       DISPLAY 'XREFFILE (XREFOUT) I-O ERROR, FILE STATUS = ' WS-FS-XREF
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ISRT.
    IF WS-FS-ISRT NOT = 00 AND WS-FS-ISRT NOT = 10
       DISPLAY 'ISRTFILE (INVSRT) I-O ERROR, FILE STATUS = ' WS-FS-ISRT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-XSRT.
    IF WS-FS-XSRT NOT = 00 AND WS-FS-XSRT NOT = 10
       DISPLAY 'XSRTFILE (XREFSRT) I-O ERROR, FILE STATUS = ' WS-FS-XSRT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-HOLD.
    IF WS-FS-HOLD NOT = 00 AND WS-FS-HOLD NOT = 23
       DISPLAY 'HOLDFILE (FINHOLD) I-O ERROR, FILE STATUS = ' WS-FS-HOLD
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (ARAGERPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
