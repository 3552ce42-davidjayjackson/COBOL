       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ.
       AUTHOR. David Jackson.
      *> Payroll adjustments between pay runs.  A void backs one
      *> payment out of PAYYTD, bucket by bucket, and posts a history
      *> record carrying the negated amounts, so the year-end PAYSTMT
      *> statement and the PAYQTR quarterly figures lose the error.
      *> A manual check pays an employee off-cycle (a final paycheck,
      *> or an hourly employee whose card missed the run) with the
      *> deductions worked out exactly as PAYROLL works them: RATEMSTR
      *> rates, FEDBRKT brackets and capped ELECMSTR elections.  Void
      *> and reissue does both for one employee in a single step.
      *> Manual checks take their numbers from the CHECKCTL control
      *> record PAYROLL uses, so the two never print the same number.
      *> Every adjustment carries a reason code and is listed on the
      *> PAYADJRG adjustment register.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPFILE ASSIGN TO EMPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpId
           FILE STATUS IS EmpFileStatus.
           SELECT YTDFILE ASSIGN TO PAYYTD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YtdEmpId
           FILE STATUS IS YtdFileStatus.
           SELECT HISTFILE ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistKey
           FILE STATUS IS HistFileStatus.
           SELECT ELECFILE ASSIGN TO ELECMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ElecEmpId
           FILE STATUS IS ElecFileStatus.
           SELECT CTLFILE ASSIGN TO CHECKCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CtlFileStatus.
           SELECT ADJFILE ASSIGN TO PAYADJRG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AdjFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EmpRec.
       COPY EMPREC.
       FD  YTDFILE
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 1200 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS YtdRec.
       COPY YTDREC.
       FD  HISTFILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 2000 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HistRec.
       COPY HISTREC.
       FD  ELECFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ElecRec.
       COPY ELECREC.
       FD  CTLFILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CheckCtlRec.
       COPY CHKCTL.
       FD  ADJFILE
           DATA RECORD IS AdjLine.
       01  AdjLine PIC X(132).

       WORKING-STORAGE SECTION.
       01  EmpFileStatus PIC 9(02).
       01  YtdFileStatus PIC 9(02).
       01  HistFileStatus PIC 9(02).
       01  ElecFileStatus PIC 9(02).
       01  CtlFileStatus PIC 9(02).
       01  AdjFileStatus PIC 9(02).
       01  MenuChoice PIC 9(01) VALUE ZERO.
           88  VoidPayment     VALUE 1.
           88  ManualCheck     VALUE 2.
           88  VoidAndReissue  VALUE 3.
           88  ExitMenu        VALUE 9.
       01  EmpFound PIC X(01) VALUE "N".
           88  EmpOnFile      VALUE "Y".
           88  EmpNotOnFile   VALUE "N".
       01  ElectionsAvailable PIC X(01) VALUE "N".
           88  ElectionsOnFile    VALUE "Y".
           88  ElectionsNotOnFile VALUE "N".
       01  PaymentSelected PIC X(01) VALUE "N".
           88  PaymentWasSelected VALUE "Y".
           88  PaymentNotSelected VALUE "N".
       01  VoidPosted PIC X(01) VALUE "N".
           88  VoidWasPosted    VALUE "Y".
           88  VoidNotPosted    VALUE "N".
       01  ReissueSwitch PIC X(01) VALUE "N".
           88  ReissueMode      VALUE "Y".
           88  NotReissueMode   VALUE "N".
       01  HistScanDone PIC X(01) VALUE "N".
           88  HistScanIsDone   VALUE "Y".
           88  HistScanNotDone  VALUE "N".
       01  HistWritten PIC X(01) VALUE "N".
           88  HistWasWritten    VALUE "Y".
           88  HistNotYetWritten VALUE "N".
       01  GrossSettled PIC X(01) VALUE "N".
           88  GrossIsSettled    VALUE "Y".
           88  GrossNotSettled   VALUE "N".
       01  YesNoAnswer PIC X(01) VALUE SPACE.
           88  AnswerYes VALUES "Y" "y".
           88  AnswerNo  VALUES "N" "n".
       01  EmpIdEntry PIC 9(3) VALUE ZERO.
       01  PayDateEntry PIC 9(8) VALUE ZERO.
       01  SeqEntry PIC 9(2) VALUE ZERO.
       01  PaymentCount PIC 9(2) VALUE ZERO.
       01  OrigPayment.
           02  OrigKey.
               03  OrigEmpId   PIC 9(3).
               03  OrigPayDate PIC 9(8).
               03  OrigSeq     PIC 9(2).
           02  OrigName        PIC X(20).
           02  OrigPayMethod   PIC X(01).
           02  OrigCheckNo     PIC 9(7).
           02  OrigGross       PIC S9(6)V99.
           02  OrigFederal     PIC S9(6)V99.
           02  OrigState       PIC S9(6)V99.
           02  OrigFica        PIC S9(6)V99.
           02  OrigRetire      PIC S9(6)V99.
           02  OrigInsur       PIC S9(6)V99.
           02  OrigNet         PIC S9(6)V99.
       01  ShowDate.
           02  ShowMonth PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  ShowDay PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  ShowYear PIC 9999.
       01  DateParts.
           02  PartYear  PIC 9(4).
           02  PartMonth PIC 9(2).
           02  PartDay   PIC 9(2).
       01  ShowAmount PIC Z,ZZ9.99-.
       01  ReasonEntry PIC X(02) VALUE SPACES.
       01  ReasonSub PIC 9(02) VALUE ZERO.
       01  ReasonFound PIC X(01) VALUE "N".
           88  ReasonIsValid    VALUE "Y".
           88  ReasonIsNotValid VALUE "N".
       01  AdjReasonCode PIC X(02) VALUE SPACES.
       01  ReasonCodeValues.
           02  FILLER PIC X(02) VALUE "WR".
           02  FILLER PIC X(22) VALUE "WRONG RATE OR HOURS".
           02  FILLER PIC X(02) VALUE "LS".
           02  FILLER PIC X(22) VALUE "LOST OR STOLEN CHECK".
           02  FILLER PIC X(02) VALUE "DP".
           02  FILLER PIC X(22) VALUE "DUPLICATE PAYMENT".
           02  FILLER PIC X(02) VALUE "BR".
           02  FILLER PIC X(22) VALUE "BANK RETURNED DEPOSIT".
           02  FILLER PIC X(02) VALUE "FP".
           02  FILLER PIC X(22) VALUE "FINAL PAYCHECK".
           02  FILLER PIC X(02) VALUE "MH".
           02  FILLER PIC X(22) VALUE "MISSED HOURLY PAY".
           02  FILLER PIC X(02) VALUE "OT".
           02  FILLER PIC X(22) VALUE "OTHER - SEE PAYROLL".
       01  ReasonTable REDEFINES ReasonCodeValues.
           02  ReasonTableEntry OCCURS 7 TIMES.
               03  ReasonCode PIC X(02).
               03  ReasonDesc PIC X(22).
       01  ReasonCount PIC 9(02) VALUE 7.
       01  HoursWorked PIC 9(2)V9 VALUE ZERO.
       01  OvertimeHours PIC 9(2)V9 VALUE ZERO.
       01  WeeklyGross PIC 9(4)V99 VALUE ZEROS.
       01  GrossPay PIC 9(4)V99 VALUE ZEROS.
       01  NetPay PIC 9(4)V99 VALUE ZEROS.
       01  TotalDeductions PIC 9(4)V99 VALUE ZEROS.
       01  OneDeduction PIC 9(4)V99 VALUE ZEROS.
       01  EmpDeductionTable.
           02  EmpDeduction PIC 9(4)V99 OCCURS 3 TIMES
               VALUE ZEROS.
       01  DedSub PIC 9 VALUE ZERO.
       01  RetireDeduction PIC 9(4)V99 VALUE ZEROS.
       01  InsurDeduction PIC 9(4)V99 VALUE ZEROS.
       01  RemainingPay PIC 9(4)V99 VALUE ZEROS.
       01  ElectionCapped PIC X(01) VALUE "N".
           88  ElectionWasCapped VALUE "Y".
           88  ElectionNotCapped VALUE "N".

       01  DeductionRateValues.
           02  FILLER PIC X(10) VALUE "FEDERAL TX".
           02  FILLER PIC V9999 VALUE .1500.
           02  FILLER PIC X(10) VALUE "STATE TAX ".
           02  FILLER PIC V9999 VALUE .0500.
           02  FILLER PIC X(10) VALUE "FICA      ".
           02  FILLER PIC V9999 VALUE .0765.
       01  DeductionTable REDEFINES DeductionRateValues.
           02  DeductionEntry OCCURS 3 TIMES.
               03  DeductionName PIC X(10).
               03  DeductionRate PIC V9999.
       COPY RLPARM.
       COPY FBPARM.
       COPY BCPARM.
       01  BrktSub PIC 9(02) VALUE ZERO.
       01  BracketPortion PIC 9(7)V99 VALUE ZEROS.
       01  FederalTax PIC 9(4)V99 VALUE ZEROS.
       01  NextCheckNo PIC 9(7) VALUE ZERO.
       01  PriorYtd.
           02  PriorYtdGross   PIC 9(6)V99 VALUE ZEROS.
           02  PriorYtdFederal PIC 9(6)V99 VALUE ZEROS.
           02  PriorYtdState   PIC 9(6)V99 VALUE ZEROS.
           02  PriorYtdFica    PIC 9(6)V99 VALUE ZEROS.
       01  VoidCount PIC 9(5) VALUE ZERO.
       01  VoidNetTotal PIC S9(7)V99 VALUE ZEROS.
       01  ManualCount PIC 9(5) VALUE ZERO.
       01  ManualNetTotal PIC S9(7)V99 VALUE ZEROS.

       01  RunDate.
           02  RunYear  PIC 9(4).
           02  RunMonth PIC 9(2).
           02  RunDay   PIC 9(2).
       01  AdjHeader.
           02  FILLER PIC X(10) VALUE "RUN DATE: ".
           02  HdrMonth PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  HdrDay PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  HdrYear PIC 9999.
           02  FILLER PIC X(10) VALUE SPACES.
           02  FILLER PIC X(27) VALUE "PAYROLL ADJUSTMENT REGISTER".
           02  FILLER PIC X(75) VALUE SPACES.
       01  AdjColumns PIC X(132) VALUE
           "TYPE    EMP  EMPLOYEE NAME         PAY DATE    CHECK NO RS     GROSS   FEDERAL     STATE      FICA    RETIRE     INSUR       NET".
       01  AdjDetail.
           02  AdjType PIC X(06).
           02  FILLER PIC X(02) VALUE SPACES.
           02  AdjEmpId PIC ZZ9.
           02  FILLER PIC X(02) VALUE SPACES.
           02  AdjEmpName PIC X(20).
           02  FILLER PIC X(02) VALUE SPACES.
           02  AdjPayDate PIC X(10).
           02  FILLER PIC X(02) VALUE SPACES.
           02  AdjCheckNo PIC Z(7).
           02  FILLER PIC X(02) VALUE SPACES.
           02  AdjReason PIC X(02).
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjGross PIC Z,ZZ9.99-.
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjFederal PIC Z,ZZ9.99-.
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjState PIC Z,ZZ9.99-.
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjFica PIC Z,ZZ9.99-.
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjRetire PIC Z,ZZ9.99-.
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjInsur PIC Z,ZZ9.99-.
           02  FILLER PIC X(01) VALUE SPACES.
           02  AdjNet PIC Z,ZZ9.99-.
           02  FILLER PIC X(04) VALUE SPACES.
       01  AdjTotalLine.
           02  TotLabel PIC X(22).
           02  TotCount PIC ZZZZ9.
           02  FILLER PIC X(04) VALUE SPACES.
           02  TotAmount PIC Z,ZZZ,ZZ9.99-.
           02  FILLER PIC X(88) VALUE SPACES.
       01  ReasonLine.
           02  FILLER PIC X(04) VALUE SPACES.
           02  RsnCode PIC X(02).
           02  FILLER PIC X(02) VALUE SPACES.
           02  RsnDesc PIC X(22).
           02  FILLER PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.
       MOVE "PAYADJ" TO BC-PARM-CALLER.
       CALL "BATCHCHK" USING BC-PARM.
       IF BC-UPDATE-BLOCKED
          DISPLAY "PAYROLL ADJUSTMENTS ENDED - BATCH WINDOW OPEN"
          GOBACK
       END-IF.
       ACCEPT RunDate FROM DATE YYYYMMDD.
       MOVE RunDate TO RateLoadDate.
       CALL "RATELOAD" USING RateLoadParm.
       IF RatesLoaded
          MOVE RateLoadValues TO DeductionRateValues
       ELSE
          DISPLAY "RATEMSTR NOT AVAILABLE - USING BUILT-IN RATES"
       END-IF.
       MOVE RunDate TO FedBrktDate.
       CALL "FEDLOAD" USING FedBrktParm.
       IF BracketsNotLoaded
          DISPLAY "FEDBRKT NOT AVAILABLE - USING FLAT FEDERAL RATE"
       END-IF.
       OPEN INPUT EMPFILE.
       IF EmpFileStatus NOT = 00
          DISPLAY "EMPFILE (EMPMSTR) I-O ERROR, FILE STATUS = "
             EmpFileStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       PERFORM OPEN-YTD-FILE.
       PERFORM OPEN-HIST-FILE.
       PERFORM OPEN-ELECTION-FILE.
       OPEN OUTPUT ADJFILE.
       PERFORM CHECK-ADJ-STATUS.
       PERFORM WRITE-REGISTER-HEADER.
       PERFORM UNTIL ExitMenu
          DISPLAY " "
          DISPLAY "============= PAYROLL ADJUSTMENT MENU ============="
          DISPLAY "  1.  VOID A PAYMENT"
          DISPLAY "  2.  ISSUE A MANUAL CHECK"
          DISPLAY "  3.  VOID AND REISSUE A PAYMENT"
          DISPLAY "  9.  EXIT"
          DISPLAY "==================================================="
          DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
          ACCEPT MenuChoice
          MOVE "N" TO ReissueSwitch
          EVALUATE TRUE
             WHEN VoidPayment
                PERFORM VOID-A-PAYMENT
             WHEN ManualCheck
                PERFORM ISSUE-MANUAL-CHECK
             WHEN VoidAndReissue
                PERFORM VOID-A-PAYMENT
                IF VoidWasPosted
                   MOVE "Y" TO ReissueSwitch
                   PERFORM ISSUE-MANUAL-CHECK
                END-IF
             WHEN ExitMenu
                DISPLAY "EXITING PAYROLL ADJUSTMENTS"
             WHEN OTHER
                DISPLAY "INVALID SELECTION, PLEASE TRY AGAIN"
          END-EVALUATE
       END-PERFORM.
       PERFORM WRITE-REGISTER-TOTALS.
       CLOSE EMPFILE.
       IF ElectionsOnFile
          CLOSE ELECFILE
       END-IF.
       CLOSE HISTFILE.
       PERFORM CHECK-HIST-STATUS.
       CLOSE YTDFILE.
       PERFORM CHECK-YTD-STATUS.
       CLOSE ADJFILE.
       PERFORM CHECK-ADJ-STATUS.
       DISPLAY "PAYMENTS VOIDED : " VoidCount.
       DISPLAY "MANUAL CHECKS   : " ManualCount.
       GOBACK.

       VOID-A-PAYMENT.
           MOVE "N" TO VoidPosted
           PERFORM SELECT-PAYMENT
           IF PaymentWasSelected
              PERFORM CHECK-NOT-ALREADY-VOIDED
           END-IF
           IF PaymentWasSelected
              PERFORM GET-REASON-CODE
              DISPLAY "VOID THIS PAYMENT (Y/N)? " WITH NO ADVANCING
              PERFORM GET-YES-OR-NO
              IF AnswerYes
                 PERFORM POST-VOID
              ELSE
                 DISPLAY "VOID CANCELLED"
              END-IF
           END-IF.

      *> The payment is found by employee and pay date.  When more
      *> than one posting shares the date (a rerun, or a manual check
      *> issued the same day) the operator picks it by sequence.
       SELECT-PAYMENT.
           MOVE "N" TO PaymentSelected
           DISPLAY "ENTER EMPLOYEE NUMBER (3 DIGITS): " WITH NO ADVANCING
           ACCEPT EmpIdEntry
           DISPLAY "ENTER PAY DATE OF THE PAYMENT (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT PayDateEntry
           MOVE ZERO TO PaymentCount
           MOVE ZERO TO SeqEntry
           MOVE EmpIdEntry TO HistEmpId
           MOVE PayDateEntry TO HistPayDate
           MOVE ZERO TO HistSeq
           MOVE "N" TO HistScanDone
           START HISTFILE KEY IS NOT LESS THAN HistKey
              INVALID KEY
                 MOVE "Y" TO HistScanDone
           END-START
           PERFORM CHECK-HIST-STATUS
           PERFORM UNTIL HistScanIsDone
              READ HISTFILE NEXT RECORD
                 AT END MOVE "Y" TO HistScanDone
              END-READ
              PERFORM CHECK-HIST-STATUS
              IF HistScanNotDone
                 IF HistEmpId NOT = EmpIdEntry
                    OR HistPayDate NOT = PayDateEntry
                    MOVE "Y" TO HistScanDone
                 ELSE
                    ADD 1 TO PaymentCount
                    MOVE HistSeq TO SeqEntry
                    PERFORM DISPLAY-POSTING
                 END-IF
              END-IF
           END-PERFORM
           IF PaymentCount = ZERO
              DISPLAY "NO PAYMENT ON FILE FOR EMPLOYEE " EmpIdEntry
                 " ON " PayDateEntry
           ELSE
              IF PaymentCount > 1
                 DISPLAY "ENTER SEQUENCE OF THE PAYMENT TO VOID: "
                    WITH NO ADVANCING
                 ACCEPT SeqEntry
              END-IF
              MOVE EmpIdEntry TO HistEmpId
              MOVE PayDateEntry TO HistPayDate
              MOVE SeqEntry TO HistSeq
              READ HISTFILE
                 INVALID KEY
                    DISPLAY "NO PAYMENT WITH SEQUENCE " SeqEntry
                       " ON THAT DATE"
                 NOT INVALID KEY
                    PERFORM CHECK-PAYMENT-VOIDABLE
              END-READ
              PERFORM CHECK-HIST-STATUS
           END-IF.

      *> A void is itself final, and PAYYTD only carries the current
      *> year, so a payment from an earlier year cannot be backed out
      *> of it.
       CHECK-PAYMENT-VOIDABLE.
           IF HistVoidPay
              DISPLAY "THAT POSTING IS A VOID - IT CANNOT BE VOIDED"
           ELSE
              IF HistPayYear NOT = RunYear
                 DISPLAY "PAYMENT IS FROM A PRIOR PAY YEAR - "
                    "PAYYTD NO LONGER HOLDS IT"
              ELSE
                 MOVE HistKey TO OrigKey
                 MOVE HistName TO OrigName
                 MOVE HistPayMethod TO OrigPayMethod
                 MOVE HistCheckNo TO OrigCheckNo
                 MOVE HistGross TO OrigGross
                 MOVE HistFederal TO OrigFederal
                 MOVE HistState TO OrigState
                 MOVE HistFica TO OrigFica
                 MOVE HistRetire TO OrigRetire
                 MOVE HistInsur TO OrigInsur
                 MOVE HistNet TO OrigNet
                 MOVE "Y" TO PaymentSelected
              END-IF
           END-IF.

       CHECK-NOT-ALREADY-VOIDED.
           MOVE OrigEmpId TO HistEmpId
           MOVE ZEROS TO HistPayDate
           MOVE ZERO TO HistSeq
           MOVE "N" TO HistScanDone
           START HISTFILE KEY IS NOT LESS THAN HistKey
              INVALID KEY
                 MOVE "Y" TO HistScanDone
           END-START
           PERFORM CHECK-HIST-STATUS
           PERFORM UNTIL HistScanIsDone
              READ HISTFILE NEXT RECORD
                 AT END MOVE "Y" TO HistScanDone
              END-READ
              PERFORM CHECK-HIST-STATUS
              IF HistScanNotDone
                 IF HistEmpId NOT = OrigEmpId
                    MOVE "Y" TO HistScanDone
                 ELSE
                    IF HistVoidPay AND HistVoidOfKey = OrigKey
                       MOVE HistPayDate TO DateParts
                       PERFORM FORMAT-SHOW-DATE
                       DISPLAY "PAYMENT ALREADY VOIDED ON " ShowDate
                       MOVE "N" TO PaymentSelected
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       DISPLAY-POSTING.
           MOVE HistNet TO ShowAmount
           EVALUATE TRUE
              WHEN HistVoidPay
                 DISPLAY "  SEQ " HistSeq "  VOID          NET "
                    ShowAmount
              WHEN HistManualPay
                 DISPLAY "  SEQ " HistSeq "  MANUAL CHECK  NET "
                    ShowAmount "  CHECK " HistCheckNo
              WHEN HistPaidByCheck
                 DISPLAY "  SEQ " HistSeq "  PAPER CHECK   NET "
                    ShowAmount "  CHECK " HistCheckNo
              WHEN HistPaidByDeposit
                 DISPLAY "  SEQ " HistSeq "  DEPOSIT       NET "
                    ShowAmount
              WHEN OTHER
                 DISPLAY "  SEQ " HistSeq "  NOT PAID      NET "
                    ShowAmount
           END-EVALUATE.

      *> Every bucket comes back out of PAYYTD.  PAYYTD is unsigned,
      *> so a year total smaller than the payment means the record
      *> was already changed by hand and the void is refused rather
      *> than left to wrap.
       POST-VOID.
           MOVE OrigEmpId TO YtdEmpId
           READ YTDFILE
              INVALID KEY
                 DISPLAY "NO PAYYTD RECORD FOR EMPLOYEE " OrigEmpId
                    " - VOID REFUSED"
              NOT INVALID KEY
                 IF YtdGross < OrigGross OR YtdFederal < OrigFederal
                    OR YtdState < OrigState OR YtdFica < OrigFica
                    OR YtdRetire < OrigRetire OR YtdInsur < OrigInsur
                    OR YtdNet < OrigNet
                    DISPLAY "PAYYTD HOLDS LESS THAN THE PAYMENT - "
                       "VOID REFUSED"
                 ELSE
                    PERFORM REVERSE-YTD-AMOUNTS
                 END-IF
           END-READ
           PERFORM CHECK-YTD-STATUS.

       REVERSE-YTD-AMOUNTS.
           PERFORM SAVE-PRIOR-YTD
           SUBTRACT OrigGross FROM YtdGross
           SUBTRACT OrigFederal FROM YtdFederal
           SUBTRACT OrigState FROM YtdState
           SUBTRACT OrigFica FROM YtdFica
           SUBTRACT OrigRetire FROM YtdRetire
           SUBTRACT OrigInsur FROM YtdInsur
           SUBTRACT OrigNet FROM YtdNet
           REWRITE YtdRec
           END-REWRITE
           PERFORM CHECK-YTD-STATUS
           MOVE SPACES TO HistRec
           MOVE OrigEmpId TO HistEmpId
           MOVE "V" TO HistEntryType
           MOVE OrigName TO HistName
           MOVE OrigPayMethod TO HistPayMethod
           MOVE OrigCheckNo TO HistCheckNo
           COMPUTE HistGross = ZERO - OrigGross
           COMPUTE HistFederal = ZERO - OrigFederal
           COMPUTE HistState = ZERO - OrigState
           COMPUTE HistFica = ZERO - OrigFica
           COMPUTE HistRetire = ZERO - OrigRetire
           COMPUTE HistInsur = ZERO - OrigInsur
           COMPUTE HistNet = ZERO - OrigNet
           MOVE OrigKey TO HistVoidOfKey
           PERFORM WRITE-HISTORY-RECORD
           MOVE "VOID  " TO AdjType
           MOVE OrigPayDate TO DateParts
           PERFORM WRITE-ADJUSTMENT-LINE
           ADD 1 TO VoidCount
           ADD HistNet TO VoidNetTotal
           MOVE "Y" TO VoidPosted
           DISPLAY "PAYMENT VOIDED AND PAYYTD REVERSED FOR EMPLOYEE "
              OrigEmpId
           IF OrigPayMethod = "C"
              DISPLAY "STOP PAYMENT ON CHECK " OrigCheckNo
           END-IF
           IF OrigPayMethod = "D"
              DISPLAY "REQUEST RETURN OF THE DIRECT DEPOSIT FROM THE BANK"
           END-IF.

      *> On a reissue the employee and reason come from the void just
      *> posted and the voided gross is offered as the new gross.
       ISSUE-MANUAL-CHECK.
           IF ReissueMode
              MOVE OrigEmpId TO EmpId
           ELSE
              DISPLAY "ENTER EMPLOYEE NUMBER (3 DIGITS): "
                 WITH NO ADVANCING
              ACCEPT EmpId
           END-IF
           PERFORM READ-EMPLOYEE-RECORD
           IF EmpOnFile
              DISPLAY "EMPLOYEE NAME   : " EmpName
              IF EmpInactive
                 DISPLAY "EMPLOYEE IS INACTIVE ON EMPMSTR"
              END-IF
              PERFORM DETERMINE-MANUAL-GROSS
              IF GrossPay = ZERO
                 DISPLAY "NO GROSS PAY - NO CHECK ISSUED"
              ELSE
                 IF NotReissueMode
                    PERFORM GET-REASON-CODE
                 END-IF
                 PERFORM COMPUTE-DEDUCTIONS
                 COMPUTE NetPay = GrossPay - TotalDeductions
                 PERFORM DISPLAY-CHECK-FIGURES
                 IF NetPay = ZERO
                    DISPLAY "NET PAY IS ZERO - NO CHECK ISSUED"
                 ELSE
                    DISPLAY "ISSUE THIS CHECK (Y/N)? " WITH NO ADVANCING
                    PERFORM GET-YES-OR-NO
                    IF AnswerYes
                       PERFORM POST-MANUAL-CHECK
                    ELSE
                       DISPLAY "MANUAL CHECK CANCELLED"
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> An hourly employee is paid from the hours keyed here, one
      *> week at a time, with the same 40-hour overtime split as
      *> PAYROLL; a salaried employee from the EMPMSTR gross unless
      *> the operator keys a different amount (a partial final week).
       DETERMINE-MANUAL-GROSS.
           MOVE ZEROS TO GrossPay
           MOVE "N" TO GrossSettled
           IF ReissueMode
              MOVE OrigGross TO ShowAmount
              DISPLAY "VOIDED GROSS PAY: " ShowAmount
              DISPLAY "REISSUE FOR THE SAME GROSS (Y/N)? "
                 WITH NO ADVANCING
              PERFORM GET-YES-OR-NO
              IF AnswerYes
                 MOVE OrigGross TO GrossPay
                 MOVE "Y" TO GrossSettled
              END-IF
           END-IF
           IF GrossNotSettled
              IF EmpHourly
                 PERFORM UNTIL GrossIsSettled
                    DISPLAY "ENTER HOURS WORKED FOR THE WEEK (FORMAT 99.9): "
                       WITH NO ADVANCING
                    ACCEPT HoursWorked
                    PERFORM COMPUTE-WEEKLY-GROSS
                    ADD WeeklyGross TO GrossPay
                    DISPLAY "HOURS FOR ANOTHER WEEK (Y/N)? "
                       WITH NO ADVANCING
                    PERFORM GET-YES-OR-NO
                    IF AnswerNo
                       MOVE "Y" TO GrossSettled
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE EmpGross TO ShowAmount
                 DISPLAY "NORMAL GROSS PAY: " ShowAmount
                 DISPLAY "PAY THE NORMAL GROSS (Y/N)? " WITH NO ADVANCING
                 PERFORM GET-YES-OR-NO
                 IF AnswerYes
                    MOVE EmpGross TO GrossPay
                 ELSE
                    DISPLAY "ENTER GROSS PAY (FORMAT 9999.99): "
                       WITH NO ADVANCING
                    ACCEPT GrossPay
                 END-IF
              END-IF
           END-IF.

       COMPUTE-WEEKLY-GROSS.
           IF HoursWorked > 40.0
              COMPUTE OvertimeHours = HoursWorked - 40.0
              COMPUTE WeeklyGross ROUNDED =
                 (EmpHourlyRate * 40.0)
                 + (EmpHourlyRate * 1.5 * OvertimeHours)
           ELSE
              COMPUTE WeeklyGross ROUNDED =
                 EmpHourlyRate * HoursWorked
           END-IF.

       COMPUTE-DEDUCTIONS.
           MOVE ZEROS TO TotalDeductions
           PERFORM VARYING DedSub FROM 1 BY 1 UNTIL DedSub > 3
              IF DedSub = 1 AND BracketsLoaded
                 PERFORM COMPUTE-FEDERAL-BY-BRACKETS
                 MOVE FederalTax TO OneDeduction
              ELSE
                 COMPUTE OneDeduction ROUNDED =
                    GrossPay * DeductionRate (DedSub)
              END-IF
              MOVE OneDeduction TO EmpDeduction (DedSub)
              ADD OneDeduction TO TotalDeductions
           END-PERFORM
           PERFORM APPLY-ELECTIONS.

      *> Voluntary deductions never take more than the pay left
      *> after the statutory deductions, as in PAYROLL.
       APPLY-ELECTIONS.
           MOVE ZEROS TO RetireDeduction
           MOVE ZEROS TO InsurDeduction
           MOVE "N" TO ElectionCapped
           IF ElectionsOnFile
              MOVE EmpId TO ElecEmpId
              READ ELECFILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE RemainingPay =
                       GrossPay - TotalDeductions
                    COMPUTE RetireDeduction ROUNDED =
                       GrossPay * ElecRetirePct
                    IF RetireDeduction > RemainingPay
                       MOVE RemainingPay TO RetireDeduction
                       MOVE "Y" TO ElectionCapped
                    END-IF
                    SUBTRACT RetireDeduction FROM RemainingPay
                    MOVE ElecInsurAmt TO InsurDeduction
                    IF InsurDeduction > RemainingPay
                       MOVE RemainingPay TO InsurDeduction
                       MOVE "Y" TO ElectionCapped
                    END-IF
                    ADD RetireDeduction TO TotalDeductions
                    ADD InsurDeduction TO TotalDeductions
              END-READ
           END-IF.

       COMPUTE-FEDERAL-BY-BRACKETS.
           MOVE ZEROS TO FederalTax
           PERFORM VARYING BrktSub FROM 1 BY 1
              UNTIL BrktSub > FedBrktCount
              IF GrossPay > FedBrktFloor (BrktSub)
                 IF BrktSub < FedBrktCount
                    AND GrossPay > FedBrktFloor (BrktSub + 1)
                    COMPUTE BracketPortion =
                       FedBrktFloor (BrktSub + 1)
                       - FedBrktFloor (BrktSub)
                 ELSE
                    COMPUTE BracketPortion =
                       GrossPay - FedBrktFloor (BrktSub)
                 END-IF
                 COMPUTE FederalTax ROUNDED = FederalTax
                    + BracketPortion * FedBrktRate (BrktSub)
              END-IF
           END-PERFORM.

       DISPLAY-CHECK-FIGURES.
           MOVE GrossPay TO ShowAmount
           DISPLAY "GROSS PAY       : " ShowAmount
           MOVE EmpDeduction (1) TO ShowAmount
           DISPLAY "FEDERAL TAX     : " ShowAmount
           MOVE EmpDeduction (2) TO ShowAmount
           DISPLAY "STATE TAX       : " ShowAmount
           MOVE EmpDeduction (3) TO ShowAmount
           DISPLAY "FICA            : " ShowAmount
           MOVE RetireDeduction TO ShowAmount
           DISPLAY "RETIREMENT      : " ShowAmount
           MOVE InsurDeduction TO ShowAmount
           DISPLAY "INSURANCE       : " ShowAmount
           MOVE NetPay TO ShowAmount
           DISPLAY "NET PAY         : " ShowAmount
           IF ElectionWasCapped
              DISPLAY "ELECTIONS CAPPED AT THE PAY AVAILABLE"
           END-IF.

       POST-MANUAL-CHECK.
           PERFORM NEXT-CHECK-NUMBER
           MOVE EmpId TO YtdEmpId
           READ YTDFILE
              INVALID KEY
                 MOVE SPACES TO YtdRec
                 MOVE EmpId TO YtdEmpId
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
           END-READ
           MOVE SPACES TO HistRec
           MOVE EmpId TO HistEmpId
           MOVE "M" TO HistEntryType
           MOVE EmpName TO HistName
           MOVE "C" TO HistPayMethod
           MOVE NextCheckNo TO HistCheckNo
           MOVE GrossPay TO HistGross
           MOVE EmpDeduction (1) TO HistFederal
           MOVE EmpDeduction (2) TO HistState
           MOVE EmpDeduction (3) TO HistFica
           MOVE RetireDeduction TO HistRetire
           MOVE InsurDeduction TO HistInsur
           MOVE NetPay TO HistNet
           MOVE ZEROS TO HistVoidOfKey
           PERFORM WRITE-HISTORY-RECORD
           MOVE "MANUAL" TO AdjType
           MOVE RunDate TO DateParts
           PERFORM WRITE-ADJUSTMENT-LINE
           ADD 1 TO ManualCount
           ADD HistNet TO ManualNetTotal
           DISPLAY "MANUAL CHECK " NextCheckNo " ISSUED TO EMPLOYEE "
              EmpId.

       SAVE-PRIOR-YTD.
           MOVE YtdGross TO PriorYtdGross
           MOVE YtdFederal TO PriorYtdFederal
           MOVE YtdState TO PriorYtdState
           MOVE YtdFica TO PriorYtdFica.

       ACCUMULATE-YTD-AMOUNTS.
           ADD GrossPay TO YtdGross
           ADD EmpDeduction (1) TO YtdFederal
           ADD EmpDeduction (2) TO YtdState
           ADD EmpDeduction (3) TO YtdFica
           ADD RetireDeduction TO YtdRetire
           ADD InsurDeduction TO YtdInsur
           ADD NetPay TO YtdNet.

      *> Common to voids and manual checks: the posting is dated
      *> today, carries the reason and the PAYYTD images either side
      *> of it, and takes the next free sequence for the date.
       WRITE-HISTORY-RECORD.
           MOVE RunDate TO HistPayDate
           MOVE ZERO TO HistSeq
           MOVE AdjReasonCode TO HistReasonCode
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
                          HistEmpId
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO HistSeq
                 NOT INVALID KEY
                    MOVE "Y" TO HistWritten
              END-WRITE
              PERFORM CHECK-HIST-STATUS
           END-PERFORM.

       WRITE-ADJUSTMENT-LINE.
           PERFORM FORMAT-SHOW-DATE
           MOVE HistEmpId TO AdjEmpId
           MOVE HistName TO AdjEmpName
           MOVE ShowDate TO AdjPayDate
           MOVE HistCheckNo TO AdjCheckNo
           MOVE HistReasonCode TO AdjReason
           MOVE HistGross TO AdjGross
           MOVE HistFederal TO AdjFederal
           MOVE HistState TO AdjState
           MOVE HistFica TO AdjFica
           MOVE HistRetire TO AdjRetire
           MOVE HistInsur TO AdjInsur
           MOVE HistNet TO AdjNet
           MOVE AdjDetail TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS.

       FORMAT-SHOW-DATE.
           MOVE PartMonth TO ShowMonth
           MOVE PartDay TO ShowDay
           MOVE PartYear TO ShowYear.

       GET-REASON-CODE.
           MOVE "N" TO ReasonFound
           PERFORM UNTIL ReasonIsValid
              PERFORM VARYING ReasonSub FROM 1 BY 1
                 UNTIL ReasonSub > ReasonCount
                 DISPLAY "  " ReasonCode (ReasonSub) "  "
                    ReasonDesc (ReasonSub)
              END-PERFORM
              DISPLAY "ENTER REASON CODE: " WITH NO ADVANCING
              MOVE SPACES TO ReasonEntry
              ACCEPT ReasonEntry
              PERFORM VARYING ReasonSub FROM 1 BY 1
                 UNTIL ReasonSub > ReasonCount
                 IF ReasonEntry = ReasonCode (ReasonSub)
                    MOVE "Y" TO ReasonFound
                 END-IF
              END-PERFORM
              IF ReasonIsNotValid
                 DISPLAY "INVALID REASON CODE -- PLEASE RE-ENTER."
              END-IF
           END-PERFORM
           MOVE ReasonEntry TO AdjReasonCode.

       GET-YES-OR-NO.
           MOVE SPACE TO YesNoAnswer
           PERFORM UNTIL AnswerYes OR AnswerNo
              ACCEPT YesNoAnswer
              IF NOT AnswerYes AND NOT AnswerNo
                 DISPLAY "PLEASE ANSWER Y OR N: " WITH NO ADVANCING
              END-IF
           END-PERFORM.

       READ-EMPLOYEE-RECORD.
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " EmpId " NOT ON FILE"
                 MOVE "N" TO EmpFound
              NOT INVALID KEY
                 MOVE "Y" TO EmpFound
           END-READ.

      *> The control record is read and rewritten for every manual
      *> check so a check number is never handed out twice, even if
      *> the session ends abnormally.
       NEXT-CHECK-NUMBER.
           MOVE ZERO TO NextCheckNo
           OPEN INPUT CTLFILE
           IF CtlFileStatus NOT = 35
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
           ADD 1 TO NextCheckNo
           OPEN OUTPUT CTLFILE
           PERFORM CHECK-CTL-STATUS
           MOVE SPACES TO CheckCtlRec
           MOVE NextCheckNo TO CtlLastCheckNo
           MOVE RunDate TO CtlLastCheckDate
           WRITE CheckCtlRec
           PERFORM CHECK-CTL-STATUS
           CLOSE CTLFILE
           PERFORM CHECK-CTL-STATUS.

       OPEN-YTD-FILE.
           OPEN I-O YTDFILE
           IF YtdFileStatus = 35
              OPEN OUTPUT YTDFILE
              CLOSE YTDFILE
              OPEN I-O YTDFILE
           END-IF
           PERFORM CHECK-YTD-STATUS.

       OPEN-HIST-FILE.
           OPEN I-O HISTFILE
           IF HistFileStatus = 35
              OPEN OUTPUT HISTFILE
              CLOSE HISTFILE
              OPEN I-O HISTFILE
           END-IF
           PERFORM CHECK-HIST-STATUS.

       OPEN-ELECTION-FILE.
           MOVE "N" TO ElectionsAvailable
           OPEN INPUT ELECFILE
           IF ElecFileStatus = 00
              MOVE "Y" TO ElectionsAvailable
           ELSE
              IF ElecFileStatus = 35
                 DISPLAY "NO ELECTION FILE THIS RUN"
              ELSE
                 DISPLAY "ELECFILE (ELECMSTR) I-O ERROR, FILE STATUS = "
                    ElecFileStatus
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE RunMonth TO HdrMonth
           MOVE RunDay TO HdrDay
           MOVE RunYear TO HdrYear
           MOVE AdjHeader TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           MOVE SPACES TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           MOVE AdjColumns TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           MOVE SPACES TO AdjTotalLine
           MOVE "PAYMENTS VOIDED       " TO TotLabel
           MOVE VoidCount TO TotCount
           MOVE VoidNetTotal TO TotAmount
           MOVE AdjTotalLine TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           MOVE SPACES TO AdjTotalLine
           MOVE "MANUAL CHECKS ISSUED  " TO TotLabel
           MOVE ManualCount TO TotCount
           MOVE ManualNetTotal TO TotAmount
           MOVE AdjTotalLine TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           MOVE SPACES TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           MOVE "REASON CODES" TO AdjLine
           WRITE AdjLine
           PERFORM CHECK-ADJ-STATUS
           PERFORM VARYING ReasonSub FROM 1 BY 1
              UNTIL ReasonSub > ReasonCount
              MOVE ReasonCode (ReasonSub) TO RsnCode
              MOVE ReasonDesc (ReasonSub) TO RsnDesc
              MOVE ReasonLine TO AdjLine
              WRITE AdjLine
              PERFORM CHECK-ADJ-STATUS
           END-PERFORM.

       CHECK-YTD-STATUS.
           IF YtdFileStatus NOT = 00 AND YtdFileStatus NOT = 23
              DISPLAY "YTDFILE (PAYYTD) I-O ERROR, FILE STATUS = "
                 YtdFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-HIST-STATUS.
           IF HistFileStatus NOT = 00 AND HistFileStatus NOT = 10
              AND HistFileStatus NOT = 22 AND HistFileStatus NOT = 23
              DISPLAY "HISTFILE (PAYHIST) I-O ERROR, FILE STATUS = "
                 HistFileStatus
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

       CHECK-ADJ-STATUS.
           IF AdjFileStatus NOT = 00
              DISPLAY "ADJFILE (PAYADJRG) I-O ERROR, FILE STATUS = "
                 AdjFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
