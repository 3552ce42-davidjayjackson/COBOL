           SELECT REGFILE ASSIGN TO PAYREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RegFileStatus.
           SELECT TIMEFILE ASSIGN TO TIMEAPPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TimeFileStatus.
           SELECT STUBFILE ASSIGN TO PAYSTUB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS StubFileStatus.
           SELECT BANKFILE ASSIGN TO BANKMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BankEmpId
           FILE STATUS IS BankFileStatus.
           SELECT XFERFILE ASSIGN TO BANKXFER
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XferFileStatus.
           SELECT CHKFILE ASSIGN TO PAYCHKS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ChkFileStatus.
           SELECT CTLFILE ASSIGN TO CHECKCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CtlFileStatus.
           SELECT HISTFILE ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HistKey
           FILE STATUS IS HistFileStatus.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CardRec.
       COPY CARDREC.
       FD  ELECFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
       FD  STUBFILE
           DATA RECORD IS StubLine.
       01  StubLine PIC X(80).
       FD  BANKFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BankRec.
       COPY BANKREC.
       FD  XFERFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS XferRec.
       COPY XFERREC.
       FD  CHKFILE
           DATA RECORD IS ChkLine.
       01  ChkLine PIC X(80).
       FD  CTLFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CheckCtlRec.
       COPY CHKCTL.
       FD  HISTFILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 2000 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HistRec.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  EmpFileStatus PIC 9(02).
           02  StubYtd PIC ZZZ,ZZ9.99.
           02  FILLER PIC X(46) VALUE SPACES.
       01  StubSeparator PIC X(80) VALUE ALL "=".
       01  BankFileStatus PIC 9(02).
       01  BankAccountsAvailable PIC X(01) VALUE "N".
           88  BankAccountsOnFile    VALUE "Y".
           88  BankAccountsNotOnFile VALUE "N".
       01  BankFound PIC X(01) VALUE "N".
           88  BankAccountFound    VALUE "Y".
           88  BankAccountNotFound VALUE "N".
       01  XferFileStatus PIC 9(02).
       01  ChkFileStatus PIC 9(02).
       01  CtlFileStatus PIC 9(02).
       01  NextCheckNo PIC 9(7) VALUE ZERO.
       01  FirstCheckNo PIC 9(7) VALUE ZERO.
       01  DepositCount PIC 9(5) VALUE ZERO.
       01  DepositTotal PIC 9(7)V99 VALUE ZEROS.
       01  RoutingHash PIC 9(10) VALUE ZERO.
       01  CheckCount PIC 9(5) VALUE ZERO.
       01  CheckTotal PIC 9(7)V99 VALUE ZEROS.
       01  ZeroNetCount PIC 9(5) VALUE ZERO.
       01  ProofTotal PIC 9(9)V99 VALUE ZEROS.
       01  ProofCount PIC 9(7) VALUE ZERO.
       01  HistFileStatus PIC 9(02).
       01  HistWritten PIC X(01) VALUE "N".
           88  HistWasWritten    VALUE "Y".
           88  HistNotYetWritten VALUE "N".
       01  HistCount PIC 9(5) VALUE ZERO.
       01  PayMethod PIC X(01) VALUE SPACE.
       01  PriorYtd.
           02  PriorYtdGross   PIC 9(6)V99 VALUE ZEROS.
           02  PriorYtdFederal PIC 9(6)V99 VALUE ZEROS.
           02  PriorYtdState   PIC 9(6)V99 VALUE ZEROS.
           02  PriorYtdFica    PIC 9(6)V99 VALUE ZEROS.
       01  TransferProof PIC X(01) VALUE "N".
           88  TransferProved    VALUE "Y".
           88  TransferNotProved VALUE "N".
       01  TimeOfDay PIC 9(8) VALUE ZERO.
       01  GlRunTime PIC 9(6) VALUE ZERO.
       01  GlPostCount PIC 9(3) VALUE ZERO.
       01  GlUnmappedCount PIC 9(3) VALUE ZERO.
       COPY GLPARM.
       01  GlRegLine.
           02  FILLER PIC X(04) VALUE "GL  ".
           02  GlRegCode PIC X(08).
           02  FILLER PIC X(02) VALUE SPACES.
           02  GlRegAccount PIC X(08).
           02  FILLER PIC X(02) VALUE SPACES.
           02  GlRegSide PIC X(02).
           02  GlRegAmount PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER PIC X(02) VALUE SPACES.
           02  GlRegDesc PIC X(20).
           02  FILLER PIC X(70) VALUE SPACES.
       01  ChkHeader.
           02  FILLER PIC X(10) VALUE "RUN DATE: ".
           02  ChkHdrMonth PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  ChkHdrDay PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  ChkHdrYear PIC 9999.
           02  FILLER PIC X(10) VALUE SPACES.
           02  FILLER PIC X(20) VALUE "PAY BY PAPER CHECK".
           02  FILLER PIC X(30) VALUE SPACES.
       01  ChkColumns PIC X(80) VALUE
           "CHECK NO    EMP  EMPLOYEE NAME            NET PAY".
       01  ChkDetail.
           02  FILLER PIC X(01) VALUE SPACES.
           02  ChkNumber PIC ZZZZZZ9.
           02  FILLER PIC X(04) VALUE SPACES.
           02  ChkEmpId PIC ZZ9.
           02  FILLER PIC X(02) VALUE SPACES.
           02  ChkEmpName PIC X(20).
           02  FILLER PIC X(04) VALUE SPACES.
           02  ChkAmount PIC Z,ZZ9.99.
           02  FILLER PIC X(31) VALUE SPACES.
       01  ChkTotalLine.
           02  ChkTotLabel PIC X(22).
           02  ChkTotAmount PIC Z,ZZZ,ZZ9.99.
           02  FILLER PIC X(46) VALUE SPACES.
       01  NetPay PIC 9(4)V99 VALUE ZEROS.
       01  TotalDeductions PIC 9(4)V99 VALUE ZEROS.
       01  OneDeduction PIC 9(4)V99 VALUE ZEROS.
       PROCEDURE DIVISION.
       DISPLAY "RUNNING BATCH PAYROLL...".
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT TimeOfDay FROM TIME.
       MOVE TimeOfDay (1:6) TO GlRunTime.
       MOVE RunDate TO RateLoadDate.
       CALL "RATELOAD" USING RateLoadParm.
       IF RatesLoaded
       PERFORM OPEN-YTD-FILE.
       OPEN OUTPUT STUBFILE.
       PERFORM CHECK-STUB-STATUS.
       PERFORM OPEN-BANK-FILE.
       OPEN OUTPUT XFERFILE.
       PERFORM CHECK-XFER-STATUS.
       PERFORM WRITE-TRANSFER-HEADER.
       PERFORM LOAD-CHECK-CONTROL.
       OPEN OUTPUT CHKFILE.
       PERFORM CHECK-CHK-STATUS.
       PERFORM WRITE-CHECK-HEADER.
       PERFORM OPEN-HIST-FILE.
       PERFORM WRITE-REGISTER-HEADER.
       PERFORM UNTIL AtEndOfFile
          READ EMPFILE
          END-IF
       END-PERFORM.
       PERFORM WRITE-COMPANY-TOTALS.
       PERFORM WRITE-TRANSFER-TRAILER.
       PERFORM WRITE-CHECK-TOTALS.
       PERFORM PROVE-TRANSFER-TOTALS.
       IF TransferProved AND EmployeeCount > ZERO
          PERFORM POST-GL-JOURNAL
       END-IF.
       PERFORM SAVE-CHECK-CONTROL.
       CLOSE EMPFILE.
       IF ElectionsOnFile
          CLOSE ELECFILE
       END-IF.
       IF BankAccountsOnFile
          CLOSE BANKFILE
       END-IF.
       CLOSE XFERFILE.
       PERFORM CHECK-XFER-STATUS.
       CLOSE CHKFILE.
       PERFORM CHECK-CHK-STATUS.
       CLOSE HISTFILE.
       PERFORM CHECK-HIST-STATUS.
       CLOSE YTDFILE.
       PERFORM CHECK-YTD-STATUS.
       CLOSE STUBFILE.
       CLOSE REGFILE.
       PERFORM CHECK-REG-STATUS.
       DISPLAY "EMPLOYEES PAID : " EmployeeCount.
       DISPLAY "DIRECT DEPOSITS: " DepositCount.
       DISPLAY "PAPER CHECKS   : " CheckCount.
       DISPLAY "HISTORY WRITTEN: " HistCount.
       DISPLAY "GL ENTRIES     : " GlPostCount.
       IF NoCardCount > ZERO
          DISPLAY "HOURLY EMPLOYEES WITHOUT TIMECARDS: " NoCardCount
          IF RETURN-CODE < 04
             MOVE 04 TO RETURN-CODE
          END-IF
       END-IF.
       IF GlUnmappedCount > ZERO AND RETURN-CODE < 04
          DISPLAY "GL POSTING CODES WITHOUT A GLMAP ACCOUNT: "
             GlUnmappedCount
          MOVE 04 TO RETURN-CODE
       END-IF.
       GOBACK.
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           PERFORM UPDATE-YTD-RECORD
           PERFORM WRITE-PAY-STUB
           PERFORM ISSUE-NET-PAY
           PERFORM WRITE-PAY-HISTORY.

      *> One permanent history record per employee paid.  A second
      *> run on the same pay date takes the next sequence number
      *> rather than overlaying the first run's record.
       WRITE-PAY-HISTORY.
           MOVE SPACES TO HistRec
           MOVE EmpId TO HistEmpId
           MOVE RunDate TO HistPayDate
           MOVE ZERO TO HistSeq
           MOVE "R" TO HistEntryType
           MOVE EmpName TO HistName
           MOVE PayMethod TO HistPayMethod
           MOVE ZERO TO HistCheckNo
           MOVE ZEROS TO HistVoidOfKey
           IF HistPaidByCheck
              MOVE NextCheckNo TO HistCheckNo
           END-IF
           MOVE GrossPay TO HistGross
           MOVE EmpDeduction (1) TO HistFederal
           MOVE EmpDeduction (2) TO HistState
           MOVE EmpDeduction (3) TO HistFica
           MOVE RetireDeduction TO HistRetire
           MOVE InsurDeduction TO HistInsur
           MOVE NetPay TO HistNet
           MOVE PriorYtdGross TO HistBfrGross
           MOVE PriorYtdFederal TO HistBfrFederal
           MOVE PriorYtdState TO HistBfrState
           MOVE PriorYtdFica TO HistBfrFica
           MOVE YtdGross TO HistAftGross
           MOVE YtdFederal TO HistAftFederal
           MOVE YtdState TO HistAftState
           MOVE YtdFica TO HistAftFica
           MOVE "N" TO HistWritten
           PERFORM UNTIL HistWasWritten
              WRITE HistRec
                 INVALID KEY
                    IF HistSeq = 99
                       DISPLAY "PAYHIST SEQUENCE FULL FOR EMPLOYEE "
                          EmpId
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO HistSeq
                 NOT INVALID KEY
                    MOVE "Y" TO HistWritten
              END-WRITE
              PERFORM CHECK-HIST-STATUS
           END-PERFORM
           ADD 1 TO HistCount.

      *> Net pay goes to the bank for an employee with an account on
      *> BANKMSTR and on a numbered paper check for everyone else.
      *> A zero net (elections capped against a short week) has
      *> nothing to pay and is counted apart so the proof still
      *> accounts for every employee on the register.
       ISSUE-NET-PAY.
           MOVE "N" TO PayMethod
           IF NetPay = ZERO
              ADD 1 TO ZeroNetCount
              DISPLAY "ZERO NET PAY FOR EMPLOYEE " EmpId
                 " - NO PAYMENT ISSUED"
           ELSE
              MOVE "N" TO BankFound
              IF BankAccountsOnFile
                 MOVE EmpId TO BankEmpId
                 READ BANKFILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO BankFound
                 END-READ
                 PERFORM CHECK-BANK-STATUS
              END-IF
              IF BankAccountFound
                 MOVE "D" TO PayMethod
                 PERFORM WRITE-TRANSFER-ENTRY
              ELSE
                 MOVE "C" TO PayMethod
                 PERFORM WRITE-PAPER-CHECK
              END-IF
           END-IF.

       WRITE-TRANSFER-ENTRY.
           MOVE SPACES TO XferRec
           MOVE "E" TO XferRecType
           MOVE EmpId TO XferEmpId
           MOVE EmpName TO XferEmpName
           MOVE BankRouting TO XferRouting
           MOVE BankAccount TO XferAccount
           MOVE BankAcctType TO XferAcctType
           MOVE NetPay TO XferAmount
           WRITE XferRec
           PERFORM CHECK-XFER-STATUS
           ADD 1 TO DepositCount
           ADD NetPay TO DepositTotal
           ADD BankRouting TO RoutingHash.

       WRITE-PAPER-CHECK.
           ADD 1 TO NextCheckNo
           ADD 1 TO CheckCount
           ADD NetPay TO CheckTotal
           MOVE SPACES TO ChkDetail
           MOVE NextCheckNo TO ChkNumber
           MOVE EmpId TO ChkEmpId
           MOVE EmpName TO ChkEmpName
           MOVE NetPay TO ChkAmount
           MOVE ChkDetail TO ChkLine
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS.

      *> The bank file may be absent before the first account is
      *> set up; every employee is then paid by paper check.
       OPEN-BANK-FILE.
           MOVE "N" TO BankAccountsAvailable
           OPEN INPUT BANKFILE
           IF BankFileStatus = 00
              MOVE "Y" TO BankAccountsAvailable
           ELSE
              IF BankFileStatus = 35
                 DISPLAY "NO BANK ACCOUNT FILE - ALL PAY BY PAPER CHECK"
              ELSE
                 DISPLAY "BANKFILE (BANKMSTR) I-O ERROR, FILE STATUS = "
                    BankFileStatus
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *> Check numbers carry on from the last check of the previous
      *> run; with no CHECKCTL record yet the first check is 1.
       LOAD-CHECK-CONTROL.
           MOVE ZERO TO NextCheckNo
           OPEN INPUT CTLFILE
           IF CtlFileStatus = 35
              DISPLAY "NO CHECKCTL RECORD - CHECK NUMBERS START AT 1"
           ELSE
              PERFORM CHECK-CTL-STATUS
              READ CTLFILE
                 AT END
                    MOVE ZERO TO CtlLastCheckNo
              END-READ
              PERFORM CHECK-CTL-STATUS
              MOVE CtlLastCheckNo TO NextCheckNo
              CLOSE CTLFILE
              PERFORM CHECK-CTL-STATUS
           END-IF
           COMPUTE FirstCheckNo = NextCheckNo + 1.

       SAVE-CHECK-CONTROL.
           IF CheckCount > ZERO
              OPEN OUTPUT CTLFILE
              PERFORM CHECK-CTL-STATUS
              MOVE SPACES TO CheckCtlRec
              MOVE NextCheckNo TO CtlLastCheckNo
              MOVE RunDate TO CtlLastCheckDate
              WRITE CheckCtlRec
              PERFORM CHECK-CTL-STATUS
              CLOSE CTLFILE
              PERFORM CHECK-CTL-STATUS
           END-IF.

       WRITE-TRANSFER-HEADER.
           MOVE SPACES TO XferRec
           MOVE "H" TO XferRecType
           MOVE "COMPANY PAYROLL" TO XferHdrCompany
           MOVE RunDate TO XferHdrRunDate
           MOVE RunDate TO XferHdrPayDate
           WRITE XferRec
           PERFORM CHECK-XFER-STATUS.

       WRITE-TRANSFER-TRAILER.
           MOVE SPACES TO XferRec
           MOVE "T" TO XferRecType
           MOVE DepositCount TO XferTrlCount
           MOVE DepositTotal TO XferTrlTotal
           MOVE RoutingHash TO XferTrlHash
           WRITE XferRec
           PERFORM CHECK-XFER-STATUS.

       WRITE-CHECK-HEADER.
           MOVE RunMonth TO ChkHdrMonth
           MOVE RunDay TO ChkHdrDay
           MOVE RunYear TO ChkHdrYear
           MOVE ChkHeader TO ChkLine
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS
           MOVE SPACES TO ChkLine
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS
           MOVE ChkColumns TO ChkLine
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS.

       WRITE-CHECK-TOTALS.
           MOVE SPACES TO ChkLine
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS
           MOVE SPACES TO ChkTotalLine
           MOVE "PAPER CHECK TOTAL     " TO ChkTotLabel
           MOVE CheckTotal TO ChkTotAmount
           MOVE ChkTotalLine TO ChkLine
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS
           MOVE SPACES TO ChkLine
           STRING "CHECKS WRITTEN: " CheckCount
              "   NUMBERS " FirstCheckNo " THRU " NextCheckNo
              DELIMITED BY SIZE INTO ChkLine
           END-STRING
           IF CheckCount = ZERO
              MOVE "CHECKS WRITTEN: NONE" TO ChkLine
           END-IF
           WRITE ChkLine
           PERFORM CHECK-CHK-STATUS.

      *> The deposit totals carried on the transfer trailer, plus the
      *> paper checks, plus the zero-net employees must account for
      *> every employee and every cent of net pay on the register.  A
      *> transfer that does not prove must not go to the bank.  The
      *> trailer record area is not used once written, so the proof is
      *> taken from the totals that were moved into it.
       PROVE-TRANSFER-TOTALS.
           COMPUTE ProofTotal = DepositTotal + CheckTotal
           COMPUTE ProofCount = DepositCount + CheckCount
              + ZeroNetCount
           MOVE SPACES TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO RegTotalLine
           MOVE "DIRECT DEPOSIT TOTAL  " TO TotLabel
           MOVE DepositTotal TO TotAmount
           MOVE RegTotalLine TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO RegTotalLine
           MOVE "PAPER CHECK TOTAL     " TO TotLabel
           MOVE CheckTotal TO TotAmount
           MOVE RegTotalLine TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO RegCountLine
           MOVE "DIRECT DEPOSITS       " TO CntLabel
           MOVE DepositCount TO CntAmount
           MOVE RegCountLine TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO RegCountLine
           MOVE "PAPER CHECKS          " TO CntLabel
           MOVE CheckCount TO CntAmount
           MOVE RegCountLine TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO RegCountLine
           MOVE "ZERO NET - NOT PAID   " TO CntLabel
           MOVE ZeroNetCount TO CntAmount
           MOVE RegCountLine TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE SPACES TO RegLine
           IF ProofTotal = CompanyNet AND ProofCount = EmployeeCount
              MOVE "Y" TO TransferProof
              MOVE "BANK TRANSFER PROVED TO REGISTER NET PAY" TO RegLine
           ELSE
              MOVE "BANK TRANSFER OUT OF BALANCE - DO NOT SEND BANKXFER"
                 TO RegLine
              DISPLAY "BANK TRANSFER OUT OF BALANCE - DO NOT SEND BANKXFER"
              MOVE 16 TO RETURN-CODE
           END-IF
           WRITE RegLine
           PERFORM CHECK-REG-STATUS.

      *> The run's totals go to the GL journal as one batch: gross
      *> wages debited to expense, each withholding and election
      *> credited to its liability and net pay credited to cash, so
      *> the batch balances by construction.  A run whose bank
      *> transfer did not prove posts nothing - it has to be rerun.
      *> Zero amounts are not posted.
       POST-GL-JOURNAL.
           MOVE SPACES TO RegLine
           WRITE RegLine
           PERFORM CHECK-REG-STATUS
           MOVE "PAYROLL" TO GL-PARM-PGM
           MOVE RunDate TO GL-PARM-RUN-DATE
           MOVE GlRunTime TO GL-PARM-RUN-TIME
           MOVE "PAYGROSS" TO GL-PARM-POST-CODE
           MOVE "D" TO GL-PARM-DR-CR
           MOVE CompanyGross TO GL-PARM-AMOUNT
           MOVE "GROSS WAGE EXPENSE" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY
           MOVE "PAYFED" TO GL-PARM-POST-CODE
           MOVE "C" TO GL-PARM-DR-CR
           MOVE CompanyDeduction (1) TO GL-PARM-AMOUNT
           MOVE "FEDERAL TAX WITHHELD" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY
           MOVE "PAYSTATE" TO GL-PARM-POST-CODE
           MOVE CompanyDeduction (2) TO GL-PARM-AMOUNT
           MOVE "STATE TAX WITHHELD" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY
           MOVE "PAYFICA" TO GL-PARM-POST-CODE
           MOVE CompanyDeduction (3) TO GL-PARM-AMOUNT
           MOVE "FICA WITHHELD" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY
           MOVE "PAYRETIR" TO GL-PARM-POST-CODE
           MOVE CompanyRetire TO GL-PARM-AMOUNT
           MOVE "RETIREMENT WITHHELD" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY
           MOVE "PAYINSUR" TO GL-PARM-POST-CODE
           MOVE CompanyInsur TO GL-PARM-AMOUNT
           MOVE "INSURANCE WITHHELD" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY
           MOVE "PAYNET" TO GL-PARM-POST-CODE
           MOVE CompanyNet TO GL-PARM-AMOUNT
           MOVE "NET PAY CASH" TO GL-PARM-DESC
           PERFORM POST-ONE-GL-ENTRY.

       POST-ONE-GL-ENTRY.
           IF GL-PARM-AMOUNT > ZERO
              CALL "GLPOST" USING GL-PARM
              IF GL-PARM-NOT-POSTED
                 DISPLAY "GL JOURNAL NOT WRITTEN FOR " GL-PARM-POST-CODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO GlPostCount
              MOVE GL-PARM-POST-CODE TO GlRegCode
              MOVE GL-PARM-ACCOUNT TO GlRegAccount
              IF GL-PARM-UNMAPPED
                 ADD 1 TO GlUnmappedCount
                 MOVE "UNMAPPED" TO GlRegAccount
                 DISPLAY "NO GLMAP ACCOUNT FOR POSTING CODE "
                    GL-PARM-POST-CODE
              END-IF
              MOVE GL-PARM-DR-CR TO GlRegSide
              MOVE GL-PARM-AMOUNT TO GlRegAmount
              MOVE GL-PARM-DESC TO GlRegDesc
              MOVE GlRegLine TO RegLine
              WRITE RegLine
              PERFORM CHECK-REG-STATUS
           END-IF.

      *> Only cards TIMEEDIT approved are paid; the raw TIMECARD file
      *> is never read here.  The approved file may be absent on a
      *> salaried-only run; hourly employees are then reported as
      *> unpaid rather than paid a zero-hour week.  Cards accumulate
      *> per employee per week-ending date, because the
      *> time-and-a-half split is a weekly rule - two 40-hour weeks
      *> in one run are straight time, not forty hours of overtime.
       LOAD-TIMECARD-TABLE.
           MOVE "N" TO TimeEndOfFile
           OPEN INPUT TIMEFILE
           IF TimeFileStatus = 35
              DISPLAY "NO APPROVED TIMECARD FILE THIS RUN"
           ELSE
              PERFORM CHECK-TIME-STATUS
              PERFORM UNTIL AtEndOfTimeFile
                 EmpHourlyRate * HoursWorked
           END-IF.

       OPEN-HIST-FILE.
           OPEN I-O HISTFILE
           IF HistFileStatus = 35
              OPEN OUTPUT HISTFILE
              CLOSE HISTFILE
              OPEN I-O HISTFILE
           END-IF
           PERFORM CHECK-HIST-STATUS.

       OPEN-YTD-FILE.
           OPEN I-O YTDFILE
           IF YtdFileStatus = 35
                 MOVE EmpName TO YtdName
                 MOVE ZEROS TO YtdGross YtdFederal YtdState
                    YtdFica YtdRetire YtdInsur YtdNet
                 PERFORM SAVE-PRIOR-YTD
                 PERFORM ACCUMULATE-YTD-AMOUNTS
                 WRITE YtdRec
                 END-WRITE
                 PERFORM CHECK-YTD-STATUS
              NOT INVALID KEY
                 MOVE EmpName TO YtdName
                 PERFORM SAVE-PRIOR-YTD
                 PERFORM ACCUMULATE-YTD-AMOUNTS
                 REWRITE YtdRec
                 END-REWRITE
                 PERFORM CHECK-YTD-STATUS
           END-READ.

       SAVE-PRIOR-YTD.
           MOVE YtdGross TO PriorYtdGross
           MOVE YtdFederal TO PriorYtdFederal
           MOVE YtdState TO PriorYtdState
           MOVE YtdFica TO PriorYtdFica.

       ACCUMULATE-YTD-AMOUNTS.
           ADD GrossPay TO YtdGross
           ADD EmpDeduction (1) TO YtdFederal
              STOP RUN
           END-IF.

       CHECK-HIST-STATUS.
           IF HistFileStatus NOT = 00 AND HistFileStatus NOT = 22
              DISPLAY "HISTFILE (PAYHIST) I-O ERROR, FILE STATUS = "
                 HistFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-BANK-STATUS.
           IF BankFileStatus NOT = 00 AND BankFileStatus NOT = 23
              DISPLAY "BANKFILE (BANKMSTR) I-O ERROR, FILE STATUS = "
                 BankFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-XFER-STATUS.
           IF XferFileStatus NOT = 00
              DISPLAY "XFERFILE (BANKXFER) I-O ERROR, FILE STATUS = "
                 XferFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-CHK-STATUS.
           IF ChkFileStatus NOT = 00
              DISPLAY "CHKFILE (PAYCHKS) I-O ERROR, FILE STATUS = "
                 ChkFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-CTL-STATUS.
           IF CtlFileStatus NOT = 00 AND CtlFileStatus NOT = 10
              DISPLAY "CTLFILE (CHECKCTL) I-O ERROR, FILE STATUS = "
                 CtlFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-TIME-STATUS.
           IF TimeFileStatus NOT = 00 AND TimeFileStatus NOT = 10
              DISPLAY "TIMEFILE (TIMEAPPR) I-O ERROR, FILE STATUS = "
                 TimeFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
