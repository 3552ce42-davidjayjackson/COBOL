      *> Shared financial-hold record layout for the FINHOLD KSDS.
      *> The ARAGING receivables aging run rebuilds the file every
      *> run with one record per roster STD-NO whose linked customer
      *> has a past-due balance, and STDENRL refuses registration to
      *> any student found on it.  A student linked to more than one
      *> customer carries the combined amounts.
       01 HOLD-REC.
           02 HOLD-STD-NO         PIC 9(05).
           02 HOLD-CUST-IDENT     PIC 9(05).
           02 HOLD-PAST-DUE       PIC 9(07)V99.
           02 HOLD-BALANCE        PIC 9(07)V99.
           02 HOLD-AGING-DATE     PIC 9(08).
           02 FILLER              PIC X(44).
