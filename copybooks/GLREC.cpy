      *> Shared general ledger journal record layout for the GLJRNL
      *> file.  PAYROLL and TUITBILL post their run totals through
      *> GLPOST, one entry per account, and GLPROOF proves each batch
      *> before releasing it to finance on GLRLSE.  A batch is every
      *> entry one run of one program posted: source program, run
      *> date and the time the run started.  The account is looked up
      *> from the GLMAP posting code when the entry is posted; an
      *> entry whose code was not mapped carries a zero account until
      *> GLPROOF finds the code on GLMAP.
       01 GL-REC.
           02 GL-BATCH-ID.
               03 GL-SOURCE-PGM   PIC X(08).
               03 GL-RUN-DATE     PIC 9(08).
               03 GL-RUN-TIME     PIC 9(06).
           02 GL-ENTRY-SEQ        PIC 9(04).
           02 GL-POST-CODE        PIC X(08).
           02 GL-ACCOUNT          PIC 9(08).
           02 GL-DR-CR            PIC X(01).
               88 GL-DEBIT        VALUE 'D'.
               88 GL-CREDIT       VALUE 'C'.
           02 GL-AMOUNT           PIC 9(09)V99.
           02 GL-DESC             PIC X(20).
           02 FILLER              PIC X(06).
