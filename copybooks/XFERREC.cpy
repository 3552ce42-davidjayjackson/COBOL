      *> Shared bank transfer record layout for the BANKXFER file
      *> written by PAYROLL: one batch header, one entry per employee
      *> paid by direct deposit and one trailer carrying the entry
      *> count, the total amount and the hash of the routing numbers
      *> so the bank can prove the batch it receives.
       01  XferRec.
           02  XferRecType     PIC X(01).
               88  XferHeader     VALUE "H".
               88  XferEntry      VALUE "E".
               88  XferTrailer    VALUE "T".
           02  XferBody        PIC X(79).
           02  XferHeaderBody REDEFINES XferBody.
               03  XferHdrCompany  PIC X(20).
               03  XferHdrRunDate  PIC 9(8).
               03  XferHdrPayDate  PIC 9(8).
               03  FILLER          PIC X(43).
           02  XferEntryBody REDEFINES XferBody.
               03  XferEmpId       PIC 9(3).
               03  XferEmpName     PIC X(20).
               03  XferRouting     PIC 9(9).
               03  XferAccount     PIC X(17).
               03  XferAcctType    PIC X(01).
               03  XferAmount      PIC 9(7)V99.
               03  FILLER          PIC X(20).
           02  XferTrailerBody REDEFINES XferBody.
               03  XferTrlCount    PIC 9(6).
               03  XferTrlTotal    PIC 9(9)V99.
               03  XferTrlHash     PIC 9(10).
               03  FILLER          PIC X(52).
