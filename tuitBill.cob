*> rolls the charge into the customer's running balance on the
*> BILLLEDG ledger, and prints a statement report.  BILLTERM names
*> the term being billed; TUITAMT overrides the standard charge.
*> Each invoice is also appended to the INVHIST invoice history,
*> which the ARAGING receivables aging run dates balances from.
*> The term's total billed is posted through GLPOST to the GL
*> journal as tuition receivable debited and tuition revenue
*> credited.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-INV.
    SELECT IHSTFILE ASSIGN TO INVHIST
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-IHST.
    SELECT LDGRFILE ASSIGN TO BILLLEDG
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS XREF-REC.
COPY XREFREC.
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS INV-REC.
COPY INVREC.
FD  IHSTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS IHST-REC.
01 IHST-REC                PIC X(80).
FD  LDGRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS LDGR-REC.
COPY LDGRREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
77 WS-FS-XREF              PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-INV               PIC 9(02).
77 WS-FS-IHST              PIC 9(02).
77 WS-FS-LDGR              PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   02 WS-RUN-DD             PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-RUN-TIME             PIC 9(06) VALUE ZERO.
77 WS-GL-UNMAPPED-COUNT    PIC 9(03) VALUE ZERO.
COPY GLPARM.
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'CUST  STD-NO  NAME                     CHARGE      BALANCE'.
01 WS-RPT-DETAIL.
   02 WS-DTL-IDENT         PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-CHARGE        PIC ZZ,ZZ9.99.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-BALANCE       PIC Z,ZZZ,ZZ9.99.
   02 FILLER               PIC X(21) VALUE SPACES.
01 WS-RPT-SKIP-LINE.
   02 WS-SKP-IDENT         PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-SKP-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-SKP-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-SKP-REASON        PIC X(30).
   02 FILLER               PIC X(14) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-RUN-TIME
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
    PERFORM CHECK-FS1.
    OPEN OUTPUT INVFILE.
    PERFORM CHECK-FS-INV.
    OPEN EXTEND IHSTFILE.
    IF WS-FS-IHST = 35
       OPEN OUTPUT IHSTFILE
    END-IF.
    PERFORM CHECK-FS-IHST.
    PERFORM OPEN-LEDGER-FILE.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
       END-IF
    END-PERFORM.
    PERFORM WRITE-REPORT-TOTALS.
    IF WS-TOTAL-BILLED > ZERO
       PERFORM POST-GL-JOURNAL
    END-IF.
    CLOSE XREFFILE.
    PERFORM CHECK-FS-XREF.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    CLOSE INVFILE.
    PERFORM CHECK-FS-INV.
    CLOSE IHSTFILE.
    PERFORM CHECK-FS-IHST.
    CLOSE LDGRFILE.
    PERFORM CHECK-FS-LDGR.
    CLOSE RPTFILE.
    DISPLAY 'STUDENTS BILLED : ' WS-BILLED-COUNT.
    DISPLAY 'PAIRS SKIPPED   : ' WS-SKIPPED-COUNT.
    DISPLAY 'TOTAL BILLED    : ' WS-TOTAL-BILLED.
    IF WS-GL-UNMAPPED-COUNT > ZERO
       DISPLAY 'GL POSTING CODES WITHOUT A GLMAP ACCOUNT: '
          WS-GL-UNMAPPED-COUNT
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
*> TUITAMT arrives as text (e.g. 1250.00); it is split on the
*> decimal point so a malformed amount fails the run instead of
    MOVE WS-TUITION-AMOUNT TO INV-AMOUNT
    MOVE WS-RUN-DATE-NUM TO INV-BILL-DATE
    WRITE INV-REC
    PERFORM CHECK-FS-INV
    WRITE IHST-REC FROM INV-REC
    PERFORM CHECK-FS-IHST.
POST-TO-LEDGER.
    MOVE XREF-CUST-IDENT TO LDGR-CUST-IDENT
    READ LDGRFILE
          MOVE WS-TUITION-AMOUNT TO LDGR-BALANCE
          MOVE WS-RUN-DATE-NUM TO LDGR-LAST-BILL-DATE
          MOVE WS-BILL-TERM TO LDGR-LAST-TERM
          MOVE ZERO TO LDGR-LAST-PAY-DATE
          WRITE LDGR-REC
          END-WRITE
          PERFORM CHECK-FS-LDGR
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
*> One GL batch per billing run: the whole amount billed is a
*> receivable debit and a revenue credit of the same amount.
POST-GL-JOURNAL.
    MOVE 'TUITBILL' TO GL-PARM-PGM
    MOVE WS-RUN-DATE-NUM TO GL-PARM-RUN-DATE
    MOVE WS-RUN-TIME TO GL-PARM-RUN-TIME
    MOVE WS-TOTAL-BILLED TO GL-PARM-AMOUNT
    MOVE 'TUITAR' TO GL-PARM-POST-CODE
    MOVE 'D' TO GL-PARM-DR-CR
    MOVE SPACES TO GL-PARM-DESC
    STRING 'TUIT AR TERM ' WS-BILL-TERM DELIMITED BY SIZE
       INTO GL-PARM-DESC
    END-STRING
    PERFORM POST-ONE-GL-ENTRY
    MOVE 'TUITREV' TO GL-PARM-POST-CODE
    MOVE 'C' TO GL-PARM-DR-CR
    MOVE SPACES TO GL-PARM-DESC
    STRING 'TUIT REV TERM ' WS-BILL-TERM DELIMITED BY SIZE
       INTO GL-PARM-DESC
    END-STRING
    PERFORM POST-ONE-GL-ENTRY.
POST-ONE-GL-ENTRY.
    CALL 'GLPOST' USING GL-PARM
    IF GL-PARM-NOT-POSTED
       DISPLAY 'GL JOURNAL NOT WRITTEN FOR ' GL-PARM-POST-CODE
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    IF GL-PARM-UNMAPPED
       ADD 1 TO WS-GL-UNMAPPED-COUNT
       DISPLAY 'NO GLMAP ACCOUNT FOR POSTING CODE ' GL-PARM-POST-CODE
    END-IF.
CHECK-FS-XREF.
    IF WS-FS-XREF NOT = 00 AND WS-FS-XREF NOT = 10
       DISPLAY 'XREFFILE (XREFOUT) I-O ERROR, FILE STATUS = ' WS-FS-XREF
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-IHST.
    IF WS-FS-IHST NOT = 00
       DISPLAY 'IHSTFILE (INVHIST) I-O ERROR, FILE STATUS = ' WS-FS-IHST
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-LDGR.
    IF WS-FS-LDGR NOT = 00 AND WS-FS-LDGR NOT = 23
       DISPLAY 'LDGRFILE (BILLLEDG) I-O ERROR, FILE STATUS = ' WS-FS-LDGR
