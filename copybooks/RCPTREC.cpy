      *> Shared cash-receipt record layout, written by PMTPOST for
      *> every payment it accepts: to the RCPTHIST receipt history
      *> for every receipt, and to the UNAPPLD unapplied-cash file
      *> for the part of a receipt that could not be put against a
      *> ledger balance.  The applied and unapplied amounts always
      *> add back to the amount received.
       01 RCPT-REC.
           02 RCPT-CUST-IDENT     PIC 9(05).
           02 FILLER              PIC X(01).
           02 RCPT-AMOUNT         PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 RCPT-RECEIPT-DATE   PIC 9(08).
           02 FILLER              PIC X(01).
           02 RCPT-REF-NO         PIC X(10).
           02 FILLER              PIC X(01).
           02 RCPT-TENDER-TYPE    PIC X(01).
           02 FILLER              PIC X(01).
           02 RCPT-APPLIED-AMT    PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 RCPT-UNAPPLIED-AMT  PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 RCPT-POST-DATE      PIC 9(08).
           02 FILLER              PIC X(01).
           02 RCPT-DISPOSITION    PIC X(01).
               88 RCPT-APPLIED    VALUE 'A'.
               88 RCPT-PARTIAL    VALUE 'P'.
               88 RCPT-UNAPPLIED  VALUE 'U'.
           02 FILLER              PIC X(18).
