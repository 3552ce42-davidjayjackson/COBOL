      *> Shared tuition ledger record layout for the BILLLEDG KSDS:
      *> one running balance per CUSTMSTR Ident.  TUITBILL adds each
      *> term's charge to the balance and PMTPOST takes each posted
      *> payment off it, so the balance is what the customer owes
      *> as of the last billing or receipts run.
       01 LDGR-REC.
           02 LDGR-CUST-IDENT     PIC 9(05).
           02 LDGR-BALANCE        PIC 9(07)V99.
           02 LDGR-LAST-BILL-DATE PIC 9(08).
           02 LDGR-LAST-TERM      PIC X(05).
           02 LDGR-LAST-PAY-DATE  PIC 9(08).
           02 FILLER              PIC X(45).
