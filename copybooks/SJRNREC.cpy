      *> Shared roster journal record layout for the STDJRNL file,
      *> written by every program that updates DISK1 (STDMAINT,
      *> STDTRANS, STDLOAD, DSTAPPLY, STDREST) and replayed by the
      *> STDRCVR forward-recovery program, so the two can never
      *> drift apart.  Built on the customer-master JRNLREC
      *> convention: the action, a timestamp and the full before and
      *> after images of STD-REC.  Each record also names the
      *> operator signed on through MAINMENU ('BATCH' when no one
      *> was) and the program that made the change, for STDHIST.
      *> A CUTOVR record is the cutover marker JRNLCUT writes at each
      *> STDUNLD backup; its layout is CUTREC.
       01 SJRN-REC.
           02 SJRN-ACTION         PIC X(06).
               88 SJRN-ADD        VALUE 'ADD'.
               88 SJRN-UPDATE     VALUE 'UPDATE'.
               88 SJRN-DELETE     VALUE 'DELETE'.
               88 SJRN-CUTOVER    VALUE 'CUTOVR'.
           02 FILLER              PIC X(01).
           02 SJRN-TIMESTAMP      PIC X(14).
           02 FILLER              PIC X(01).
           02 SJRN-BEFORE-IMAGE   PIC X(80).
           02 FILLER              PIC X(01).
           02 SJRN-AFTER-IMAGE    PIC X(80).
           02 FILLER              PIC X(01).
           02 SJRN-OPERATOR       PIC X(08).
           02 SJRN-PROGRAM        PIC X(08).
