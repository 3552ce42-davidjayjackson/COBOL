      *> Shared paper-check control record for the CHECKCTL file: the
      *> last check number issued and the date it was issued.  PAYROLL
      *> reads it before numbering the run's paper checks and writes
      *> it back afterwards, so check numbers run on unbroken from
      *> one pay run to the next.
       01  CheckCtlRec.
           02  CtlLastCheckNo   PIC 9(7).
           02  CtlLastCheckDate PIC 9(8).
           02  FILLER           PIC X(65).
