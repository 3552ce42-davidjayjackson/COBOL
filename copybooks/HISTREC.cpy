      *> Shared pay history record layout for the PAYHIST file.
      *> PAYROLL writes one record per employee paid in each run and
      *> the record is never rewritten, so the file answers what was
      *> paid and withheld on any date.  The key runs employee, pay
      *> date and a sequence number that separates two runs on the
      *> same day.  Amounts are signed so a later reversal can post
      *> negative figures alongside the payment it undoes.  The
      *> YTD-before and YTD-after images are the PAYYTD buckets as
      *> they stood either side of the posting; PAYQTR reconciles
      *> a quarter's history against the change in PAYYTD with them.
      *> PAYADJ posts manual checks (type M) and voids (type V); a
      *> void carries the negated amounts of the payment it reverses,
      *> the key of that payment and the adjustment reason code.
       01  HistRec.
           02  HistKey.
               03  HistEmpId   PIC 9(3).
               03  HistPayDate.
                   04  HistPayYear  PIC 9(4).
                   04  HistPayMonth PIC 9(2).
                   04  HistPayDay   PIC 9(2).
               03  HistSeq     PIC 9(2).
           02  HistEntryType   PIC X(01).
               88  HistRegularPay VALUE "R".
               88  HistManualPay  VALUE "M".
               88  HistVoidPay    VALUE "V".
           02  HistName        PIC X(20).
           02  HistPayMethod   PIC X(01).
               88  HistPaidByDeposit VALUE "D".
               88  HistPaidByCheck   VALUE "C".
               88  HistNotPaid       VALUE "N".
           02  HistCheckNo     PIC 9(7).
           02  HistGross       PIC S9(6)V99.
           02  HistFederal     PIC S9(6)V99.
           02  HistState       PIC S9(6)V99.
           02  HistFica        PIC S9(6)V99.
           02  HistRetire      PIC S9(6)V99.
           02  HistInsur       PIC S9(6)V99.
           02  HistNet         PIC S9(6)V99.
           02  HistYtdBefore.
               03  HistBfrGross   PIC 9(6)V99.
               03  HistBfrFederal PIC 9(6)V99.
               03  HistBfrState   PIC 9(6)V99.
               03  HistBfrFica    PIC 9(6)V99.
           02  HistYtdAfter.
               03  HistAftGross   PIC 9(6)V99.
               03  HistAftFederal PIC 9(6)V99.
               03  HistAftState   PIC 9(6)V99.
               03  HistAftFica    PIC 9(6)V99.
           02  HistReasonCode  PIC X(02).
           02  HistVoidOfKey.
               03  HistVoidOfEmpId PIC 9(3).
               03  HistVoidOfDate  PIC 9(8).
               03  HistVoidOfSeq   PIC 9(2).
           02  FILLER          PIC X(23).
