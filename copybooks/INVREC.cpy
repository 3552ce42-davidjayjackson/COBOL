      *> Shared tuition invoice record layout: TUITBILL writes one per
      *> charge to the run's BILLINV file and appends the same record
      *> to the INVHIST invoice history, which is never reset, so the
      *> ARAGING receivables aging run can date every open dollar
      *> back to the bill that raised it.
       01 INV-REC.
           02 INV-CUST-IDENT      PIC 9(05).
           02 FILLER              PIC X(01).
           02 INV-STD-NO          PIC 9(05).
           02 FILLER              PIC X(01).
           02 INV-NAME            PIC X(20).
           02 FILLER              PIC X(01).
           02 INV-TERM            PIC X(05).
           02 FILLER              PIC X(01).
           02 INV-AMOUNT          PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 INV-BILL-DATE       PIC 9(08).
           02 FILLER              PIC X(25).
