       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PMTPOST.
*> Daily cash receipts posting against the BILLLEDG tuition ledger:
*> each payment on the bursar's PMTTRANS file (customer Ident,
*> amount, receipt date, check/reference number and tender type) is
*> edited and then taken off the customer's running balance, the
*> counterpart of the charge TUITBILL adds.  Every accepted receipt
*> is kept on the RCPTHIST receipt history.  A payment for an Ident
*> with no ledger record, or the part of a payment that would take
*> the balance below zero, is held on the UNAPPLD unapplied-cash
*> file and filed through EXCPLOG so the bursar can research it -
*> cash is never dropped.  The PMTREG register lists every payment
*> with its disposition and proves the batch control totals: what
*> was read equals what was applied, held and rejected.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PMTFILE ASSIGN TO PMTTRANS
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-PMT.
    SELECT LDGRFILE ASSIGN TO BILLLEDG
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS LDGR-CUST-IDENT
    FILE STATUS IS WS-FS-LDGR.
    SELECT HISTFILE ASSIGN TO RCPTHIST
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-HIST.
    SELECT UNAPFILE ASSIGN TO UNAPPLD
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-UNAP.
    SELECT REGFILE ASSIGN TO PMTREG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-REG.
DATA DIVISION.
FILE SECTION.
FD  PMTFILE
    RECORD CONTAINS 80 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS PMT-TRAN-REC.
01 PMT-TRAN-REC.
    02 PMT-CUST-IDENT      PIC 9(05).
    02 FILLER              PIC X(01).
    02 PMT-AMOUNT          PIC 9(05)V99.
    02 FILLER              PIC X(01).
    02 PMT-RECEIPT-DATE.
       03 PMT-RCPT-YYYY    PIC 9(04).
       03 PMT-RCPT-MM      PIC 9(02).
       03 PMT-RCPT-DD      PIC 9(02).
    02 FILLER              PIC X(01).
    02 PMT-REF-NO          PIC X(10).
    02 FILLER              PIC X(01).
    02 PMT-TENDER-TYPE     PIC X(01).
       88 PMT-TENDER-CASH  VALUE 'C'.
       88 PMT-TENDER-CHECK VALUE 'K'.
       88 PMT-TENDER-ELEC  VALUE 'E'.
       88 PMT-VALID-TENDER VALUES 'C' 'K' 'E'.
    02 FILLER              PIC X(45).
FD  LDGRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS LDGR-REC.
COPY LDGRREC.
FD  HISTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS RCPT-REC.
COPY RCPTREC.
FD  UNAPFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS UNAP-REC.
COPY RCPTREC REPLACING ==RCPT-REC== BY ==UNAP-REC==.
FD  REGFILE
    DATA RECORD IS REG-LINE.
01 REG-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-PMT               PIC 9(02).
77 WS-FS-LDGR              PIC 9(02).
77 WS-FS-HIST              PIC 9(02).
77 WS-FS-UNAP              PIC 9(02).
77 WS-FS-REG               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-REJECT-SW            PIC X(01) VALUE 'N'.
   88 PMT-REJECTED         VALUE 'Y'.
   88 PMT-ACCEPTED         VALUE 'N'.
01 WS-LEDGER-SW            PIC X(01) VALUE 'N'.
   88 LEDGER-FOUND         VALUE 'Y'.
   88 LEDGER-NOT-FOUND     VALUE 'N'.
01 WS-DISPOSITION          PIC X(26) VALUE SPACES.
01 WS-APPLIED-AMT          PIC 9(05)V99 VALUE ZERO.
01 WS-UNAPPLIED-AMT        PIC 9(05)V99 VALUE ZERO.
01 WS-EXC-AMOUNT           PIC ZZ,ZZ9.99.
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-APPLIED-COUNT        PIC 9(07) VALUE ZERO.
77 WS-UNAPPLIED-COUNT      PIC 9(07) VALUE ZERO.
77 WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
01 WS-READ-TOTAL           PIC 9(09)V99 VALUE ZERO.
01 WS-APPLIED-TOTAL        PIC 9(09)V99 VALUE ZERO.
01 WS-UNAPPLIED-TOTAL      PIC 9(09)V99 VALUE ZERO.
01 WS-REJECT-TOTAL         PIC 9(09)V99 VALUE ZERO.
01 WS-PROOF-TOTAL          PIC 9(09)V99 VALUE ZERO.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-REG-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE 'CASH RECEIPTS REGISTER'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-REG-COLUMNS          PIC X(80) VALUE
   'CUST   REFERENCE  TENDER   AMOUNT   APPLIED UNAPPLIED DISPOSITION'.
01 WS-REG-DETAIL.
   02 WS-REG-IDENT         PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-REF-NO        PIC X(10).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-REG-TENDER        PIC X(05).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-REG-AMOUNT        PIC ZZ,ZZ9.99.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-REG-APPLIED       PIC ZZ,ZZ9.99.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-REG-UNAPPLIED     PIC ZZ,ZZ9.99.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-REG-DISP          PIC X(26).
01 WS-REG-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(31) VALUE SPACES.
01 WS-REG-PROOF-LINE.
   02 WS-PRF-LABEL         PIC X(25).
   02 WS-PRF-TEXT          PIC X(40).
   02 FILLER               PIC X(15) VALUE SPACES.
COPY DVPARM.
COPY EXPARM.
PROCEDURE DIVISION.
    DISPLAY 'POSTING CASH RECEIPTS TO THE TUITION LEDGER...'
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING
    OPEN INPUT PMTFILE.
    PERFORM CHECK-FS-PMT.
    PERFORM OPEN-LEDGER-FILE.
    OPEN EXTEND HISTFILE.
    IF WS-FS-HIST = 35
       OPEN OUTPUT HISTFILE
    END-IF.
    PERFORM CHECK-FS-HIST.
    OPEN EXTEND UNAPFILE.
    IF WS-FS-UNAP = 35
       OPEN OUTPUT UNAPFILE
    END-IF.
    PERFORM CHECK-FS-UNAP.
    OPEN OUTPUT REGFILE.
    PERFORM CHECK-FS-REG.
    PERFORM WRITE-REGISTER-HEADER.
    PERFORM UNTIL EOF-SW
       READ PMTFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-PMT
       IF NOT-EOF-SW
          ADD 1 TO WS-READ-COUNT
          PERFORM POST-ONE-PAYMENT
       END-IF
    END-PERFORM.
    PERFORM WRITE-CONTROL-TOTALS.
    CLOSE PMTFILE.
    PERFORM CHECK-FS-PMT.
    CLOSE LDGRFILE.
    PERFORM CHECK-FS-LDGR.
    CLOSE HISTFILE.
    PERFORM CHECK-FS-HIST.
    CLOSE UNAPFILE.
    PERFORM CHECK-FS-UNAP.
    CLOSE REGFILE.
    PERFORM CHECK-FS-REG.
    DISPLAY 'RECEIPTS READ     : ' WS-READ-COUNT.
    DISPLAY 'RECEIPTS APPLIED  : ' WS-APPLIED-COUNT.
    DISPLAY 'HELD AS UNAPPLIED : ' WS-UNAPPLIED-COUNT.
    DISPLAY 'RECEIPTS REJECTED : ' WS-REJECT-COUNT.
    DISPLAY 'TOTAL APPLIED     : ' WS-APPLIED-TOTAL.
    IF WS-PROOF-TOTAL NOT = WS-READ-TOTAL
       DISPLAY 'BATCH CONTROL TOTALS DO NOT PROVE - REVIEW PMTREG'
       MOVE 08 TO RETURN-CODE
    ELSE
       IF WS-REJECT-COUNT > ZERO OR WS-UNAPPLIED-COUNT > ZERO
          MOVE 04 TO RETURN-CODE
       END-IF
    END-IF.
    GOBACK.
OPEN-LEDGER-FILE.
    OPEN I-O LDGRFILE
    IF WS-FS-LDGR = 35
       OPEN OUTPUT LDGRFILE
       CLOSE LDGRFILE
       OPEN I-O LDGRFILE
    END-IF
    PERFORM CHECK-FS-LDGR.
POST-ONE-PAYMENT.
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-DISPOSITION
    MOVE ZERO TO WS-APPLIED-AMT
    MOVE ZERO TO WS-UNAPPLIED-AMT
    PERFORM EDIT-PAYMENT
    IF PMT-REJECTED
       ADD 1 TO WS-REJECT-COUNT
       IF PMT-AMOUNT NUMERIC
          ADD PMT-AMOUNT TO WS-READ-TOTAL
          ADD PMT-AMOUNT TO WS-REJECT-TOTAL
       END-IF
    ELSE
       ADD PMT-AMOUNT TO WS-READ-TOTAL
       PERFORM APPLY-TO-LEDGER
       PERFORM WRITE-RECEIPT-HISTORY
       IF WS-UNAPPLIED-AMT > ZERO
          PERFORM HOLD-UNAPPLIED-CASH
       END-IF
    END-IF
    PERFORM WRITE-REGISTER-LINE.
EDIT-PAYMENT.
    IF PMT-CUST-IDENT NOT NUMERIC
       MOVE 'Y' TO WS-REJECT-SW
       MOVE 'REJECTED - BAD CUST IDENT' TO WS-DISPOSITION
    END-IF
    IF PMT-ACCEPTED
       IF PMT-AMOUNT NOT NUMERIC OR PMT-AMOUNT = ZERO
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'REJECTED - BAD AMOUNT' TO WS-DISPOSITION
       END-IF
    END-IF
    IF PMT-ACCEPTED
       IF NOT PMT-VALID-TENDER
          MOVE 'Y' TO WS-REJECT-SW
          STRING 'REJECTED - TENDER TYPE ' PMT-TENDER-TYPE
             DELIMITED BY SIZE INTO WS-DISPOSITION
          END-STRING
       END-IF
    END-IF
    IF PMT-ACCEPTED
       IF PMT-RECEIPT-DATE NOT NUMERIC
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'REJECTED - BAD RCPT DATE' TO WS-DISPOSITION
       ELSE
          MOVE PMT-RECEIPT-DATE TO DV-DATE
          MOVE 'E' TO DV-TYPE
          CALL 'DATEVAL' USING DV-PARM
          IF DV-NOT-VALID
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'REJECTED - BAD RCPT DATE' TO WS-DISPOSITION
          END-IF
       END-IF
    END-IF.
*> The ledger balance never goes below zero: a payment larger than
*> the balance clears the balance and the remainder is held as
*> unapplied cash, the same as a payment for a customer the
*> ledger has never billed.
APPLY-TO-LEDGER.
    MOVE PMT-CUST-IDENT TO LDGR-CUST-IDENT
    READ LDGRFILE
       INVALID KEY
          MOVE 'N' TO WS-LEDGER-SW
       NOT INVALID KEY
          MOVE 'Y' TO WS-LEDGER-SW
    END-READ
    PERFORM CHECK-FS-LDGR
    IF LEDGER-NOT-FOUND
       MOVE PMT-AMOUNT TO WS-UNAPPLIED-AMT
       MOVE 'UNAPPLIED - NO LEDGER' TO WS-DISPOSITION
    ELSE
       IF PMT-AMOUNT > LDGR-BALANCE
          MOVE LDGR-BALANCE TO WS-APPLIED-AMT
          COMPUTE WS-UNAPPLIED-AMT = PMT-AMOUNT - LDGR-BALANCE
          MOVE ZERO TO LDGR-BALANCE
          IF WS-APPLIED-AMT = ZERO
             MOVE 'UNAPPLIED - NO BALANCE DUE' TO WS-DISPOSITION
          ELSE
             MOVE 'PARTIAL - OVERPAYMENT HELD' TO WS-DISPOSITION
          END-IF
       ELSE
          MOVE PMT-AMOUNT TO WS-APPLIED-AMT
          SUBTRACT PMT-AMOUNT FROM LDGR-BALANCE
          MOVE 'APPLIED' TO WS-DISPOSITION
       END-IF
       MOVE PMT-RECEIPT-DATE TO LDGR-LAST-PAY-DATE
       REWRITE LDGR-REC
       END-REWRITE
       PERFORM CHECK-FS-LDGR
    END-IF
    IF WS-APPLIED-AMT > ZERO
       ADD 1 TO WS-APPLIED-COUNT
       ADD WS-APPLIED-AMT TO WS-APPLIED-TOTAL
    END-IF
    IF WS-UNAPPLIED-AMT > ZERO
       ADD 1 TO WS-UNAPPLIED-COUNT
       ADD WS-UNAPPLIED-AMT TO WS-UNAPPLIED-TOTAL
    END-IF.
WRITE-RECEIPT-HISTORY.
    MOVE SPACES TO RCPT-REC
    MOVE PMT-CUST-IDENT TO RCPT-CUST-IDENT OF RCPT-REC
    MOVE PMT-AMOUNT TO RCPT-AMOUNT OF RCPT-REC
    MOVE PMT-RECEIPT-DATE TO RCPT-RECEIPT-DATE OF RCPT-REC
    MOVE PMT-REF-NO TO RCPT-REF-NO OF RCPT-REC
    MOVE PMT-TENDER-TYPE TO RCPT-TENDER-TYPE OF RCPT-REC
    MOVE WS-APPLIED-AMT TO RCPT-APPLIED-AMT OF RCPT-REC
    MOVE WS-UNAPPLIED-AMT TO RCPT-UNAPPLIED-AMT OF RCPT-REC
    MOVE WS-RUN-DATE-NUM TO RCPT-POST-DATE OF RCPT-REC
    EVALUATE TRUE
       WHEN WS-UNAPPLIED-AMT = ZERO
          SET RCPT-APPLIED OF RCPT-REC TO TRUE
       WHEN WS-APPLIED-AMT = ZERO
          SET RCPT-UNAPPLIED OF RCPT-REC TO TRUE
       WHEN OTHER
          SET RCPT-PARTIAL OF RCPT-REC TO TRUE
    END-EVALUATE
    WRITE RCPT-REC
    PERFORM CHECK-FS-HIST.
HOLD-UNAPPLIED-CASH.
    MOVE RCPT-REC TO UNAP-REC
    WRITE UNAP-REC
    PERFORM CHECK-FS-UNAP
    MOVE 'PMTPOST' TO EXC-PARM-PGM
    MOVE SPACES TO EXC-PARM-KEY
    MOVE PMT-CUST-IDENT TO EXC-PARM-KEY (1:5)
    MOVE PMT-REF-NO TO EXC-PARM-KEY (7:10)
    MOVE WS-UNAPPLIED-AMT TO WS-EXC-AMOUNT
    MOVE SPACES TO EXC-PARM-REASON
    IF LEDGER-NOT-FOUND
       MOVE 'E' TO EXC-PARM-SEVERITY
       STRING 'NO LEDGER RECORD - ' WS-EXC-AMOUNT
          ' HELD AS UNAPPLIED CASH'
          DELIMITED BY SIZE INTO EXC-PARM-REASON
       END-STRING
    ELSE
       MOVE 'W' TO EXC-PARM-SEVERITY
       STRING 'OVERPAYMENT - ' WS-EXC-AMOUNT
          ' HELD AS UNAPPLIED CASH'
          DELIMITED BY SIZE INTO EXC-PARM-REASON
       END-STRING
    END-IF
    CALL 'EXCPLOG' USING EXC-PARM.
WRITE-REGISTER-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-REG-HEADER TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE WS-REG-COLUMNS TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
WRITE-REGISTER-LINE.
    MOVE SPACES TO WS-REG-DETAIL
    MOVE PMT-CUST-IDENT TO WS-REG-IDENT
    MOVE PMT-REF-NO TO WS-REG-REF-NO
    EVALUATE TRUE
       WHEN PMT-TENDER-CASH
          MOVE 'CASH' TO WS-REG-TENDER
       WHEN PMT-TENDER-CHECK
          MOVE 'CHECK' TO WS-REG-TENDER
       WHEN PMT-TENDER-ELEC
          MOVE 'ELEC' TO WS-REG-TENDER
       WHEN OTHER
          MOVE PMT-TENDER-TYPE TO WS-REG-TENDER
    END-EVALUATE
    IF PMT-AMOUNT NUMERIC
       MOVE PMT-AMOUNT TO WS-REG-AMOUNT
    ELSE
       MOVE ZERO TO WS-REG-AMOUNT
    END-IF
    MOVE WS-APPLIED-AMT TO WS-REG-APPLIED
    MOVE WS-UNAPPLIED-AMT TO WS-REG-UNAPPLIED
    MOVE WS-DISPOSITION TO WS-REG-DISP
    MOVE WS-REG-DETAIL TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
*> Batch control: every dollar read must come out as applied, held
*> unapplied or rejected.  The proof line is what the bursar ticks
*> against the day's deposit slip.
WRITE-CONTROL-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'RECEIPTS READ            ' TO WS-TOT-LABEL
    MOVE WS-READ-COUNT TO WS-TOT-COUNT
    MOVE WS-READ-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'APPLIED TO LEDGER        ' TO WS-TOT-LABEL
    MOVE WS-APPLIED-COUNT TO WS-TOT-COUNT
    MOVE WS-APPLIED-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'HELD AS UNAPPLIED CASH   ' TO WS-TOT-LABEL
    MOVE WS-UNAPPLIED-COUNT TO WS-TOT-COUNT
    MOVE WS-UNAPPLIED-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'REJECTED                 ' TO WS-TOT-LABEL
    MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
    MOVE WS-REJECT-TOTAL TO WS-TOT-AMOUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    COMPUTE WS-PROOF-TOTAL = WS-APPLIED-TOTAL + WS-UNAPPLIED-TOTAL
       + WS-REJECT-TOTAL
    MOVE SPACES TO WS-REG-PROOF-LINE
    MOVE 'BATCH CONTROL            ' TO WS-PRF-LABEL
    IF WS-PROOF-TOTAL = WS-READ-TOTAL
       MOVE 'IN BALANCE' TO WS-PRF-TEXT
    ELSE
       MOVE 'OUT OF BALANCE - REVIEW BEFORE DEPOSIT' TO WS-PRF-TEXT
    END-IF
    MOVE WS-REG-PROOF-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
CHECK-FS-PMT.
    IF WS-FS-PMT NOT = 00 AND WS-FS-PMT NOT = 10
       DISPLAY 'PMTFILE (PMTTRANS) I-O ERROR, FILE STATUS = ' WS-FS-PMT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-LDGR.
    IF WS-FS-LDGR NOT = 00 AND WS-FS-LDGR NOT = 23
       DISPLAY 'LDGRFILE (BILLLEDG) I-O ERROR, FILE STATUS = ' WS-FS-LDGR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-HIST.
    IF WS-FS-HIST NOT = 00
       DISPLAY 'HISTFILE (RCPTHIST) I-O ERROR, FILE STATUS = ' WS-FS-HIST
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-UNAP.
    IF WS-FS-UNAP NOT = 00
       DISPLAY 'UNAPFILE (UNAPPLD) I-O ERROR, FILE STATUS = ' WS-FS-UNAP
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-REG.
    IF WS-FS-REG NOT = 00
       DISPLAY 'REGFILE (PMTREG) I-O ERROR, FILE STATUS = ' WS-FS-REG
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
