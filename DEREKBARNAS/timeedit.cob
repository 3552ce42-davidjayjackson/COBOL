       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEEDIT.
       AUTHOR. David Jackson.
      *> Pre-payroll timecard edit and approval run.  Every card on
      *> the TIMECARD file is checked before PAYROLL sees it:
      *>   - the employee is on EMPMSTR, active and hourly;
      *>   - the week-ending date passes DATEVAL, falls in the pay
      *>     period and is a week-ending day of that period;
      *>   - the hours are within the weekly ceiling, and within the
      *>     daily ceiling when the card carries daily hours;
      *>   - the employee has no other approved card for the week.
      *> Each card is listed with its result on the TIMELIST edit
      *> list, followed by hours totals by employee and by week.
      *> Only clean cards are written to the TIMEAPPR approved file
      *> that PAYROLL pays from, and any reject ends the run RC 04 so
      *> the pay run is held until the batch is corrected.
      *>
      *> The pay period ends on PAYPEREND (YYYYMMDD, default today)
      *> and runs back PAYPERWEEKS weeks (1-5, default 2).  Week-ending
      *> dates fall on the same weekday as the period end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMEFILE ASSIGN TO TIMECARD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TimeFileStatus.
           SELECT APPRFILE ASSIGN TO TIMEAPPR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ApprFileStatus.
           SELECT EMPFILE ASSIGN TO EMPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpId
           FILE STATUS IS EmpFileStatus.
           SELECT LISTFILE ASSIGN TO TIMELIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ListFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMEFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CardRec.
       COPY CARDREC.
       FD  APPRFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS ApprRec.
       01  ApprRec PIC X(80).
       FD  EMPFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EmpRec.
       COPY EMPREC.
       FD  LISTFILE
           DATA RECORD IS ListLine.
       01  ListLine PIC X(80).

       WORKING-STORAGE SECTION.
       01  TimeFileStatus PIC 9(02).
       01  ApprFileStatus PIC 9(02).
       01  EmpFileStatus PIC 9(02).
       01  ListFileStatus PIC 9(02).
       01  TimeEndOfFile PIC X(01) VALUE "N".
           88  AtEndOfTimeFile  VALUE "Y".
           88  NotAtEndOfTimeFile VALUE "N".
       01  CardStatus PIC X(01) VALUE "Y".
           88  CardIsClean    VALUE "Y".
           88  CardIsRejected VALUE "N".
       01  EmpFound PIC X(01) VALUE "N".
           88  EmpOnFile      VALUE "Y".
           88  EmpNotOnFile   VALUE "N".
       01  ApprTableFull PIC X(01) VALUE "N".
           88  ApprTableWasFull VALUE "Y".
           88  ApprTableNotFull VALUE "N".
       01  CardResult PIC X(35) VALUE SPACES.
       01  DailyHourCeiling PIC 9(2)V9 VALUE 16.0.
       01  WeeklyHourCeiling PIC 9(2)V9 VALUE 60.0.
       01  DaySub PIC 9(01) VALUE ZERO.
       01  DailyTotal PIC 9(3)V9 VALUE ZERO.
       01  PeriodEndEntry PIC X(08) VALUE SPACES.
       01  PeriodEndDate PIC 9(8) VALUE ZERO.
       01  PeriodWeeksEntry PIC X(01) VALUE SPACES.
       01  PeriodWeeks PIC 9(01) VALUE 2.
       01  PeriodEndDayNo PIC 9(7) VALUE ZERO.
       01  PeriodStartDayNo PIC 9(7) VALUE ZERO.
       01  CardDayNo PIC 9(7) VALUE ZERO.
       01  DaysBack PIC 9(7) VALUE ZERO.
       01  WeeksBack PIC 9(7) VALUE ZERO.
       01  DaysOver PIC 9(1) VALUE ZERO.
       01  DayCalcDate.
           02  DayCalcYear  PIC 9(4).
           02  DayCalcMonth PIC 9(2).
           02  DayCalcDay   PIC 9(2).
       01  DayCalcWorkYear PIC 9(4) VALUE ZERO.
       01  DayCalcWorkMonth PIC 9(2) VALUE ZERO.
       01  DayCalcLeap4 PIC 9(4) VALUE ZERO.
       01  DayCalcLeap100 PIC 9(4) VALUE ZERO.
       01  DayCalcLeap400 PIC 9(4) VALUE ZERO.
       01  DayCalcMonthDays PIC 9(4) VALUE ZERO.
       01  DayNumber PIC 9(7) VALUE ZERO.
       COPY DVPARM.
       01  ApprovedTable.
           02  ApprovedEntry OCCURS 500 TIMES.
               03  ApprEmpId PIC 9(3).
               03  ApprWeekEnding PIC 9(8).
       01  ApprovedCount PIC 9(4) VALUE ZERO.
       01  EmpTotalTable.
           02  EmpTotalEntry OCCURS 500 TIMES.
               03  EtEmpId PIC 9(3).
               03  EtEmpName PIC X(20).
               03  EtCards PIC 9(4).
               03  EtHours PIC 9(4)V9.
       01  EmpTotalCount PIC 9(4) VALUE ZERO.
       01  WeekTotalTable.
           02  WeekTotalEntry OCCURS 5 TIMES.
               03  WtWeekEnding PIC 9(8).
               03  WtCards PIC 9(4).
               03  WtHours PIC 9(4)V9.
               03  WtRejected PIC 9(4).
       01  WeekTotalCount PIC 9(1) VALUE ZERO.
       01  TableMax PIC 9(4) VALUE 500.
       01  TblSub PIC 9(4) VALUE ZERO.
       01  WeekSub PIC 9(1) VALUE ZERO.
       01  EntryFound PIC X(01) VALUE "N".
           88  EntryWasFound    VALUE "Y".
           88  EntryNotFound    VALUE "N".
       01  CardsRead PIC 9(5) VALUE ZERO.
       01  CardsApproved PIC 9(5) VALUE ZERO.
       01  CardsRejected PIC 9(5) VALUE ZERO.
       01  ApprovedHours PIC 9(5)V9 VALUE ZERO.
       01  RunDate.
           02  RunYear  PIC 9(4).
           02  RunMonth PIC 9(2).
           02  RunDay   PIC 9(2).
       01  FormatDate.
           02  FmtYear  PIC 9(4).
           02  FmtMonth PIC 9(2).
           02  FmtDay   PIC 9(2).
       01  ShowDate.
           02  ShowMonth PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  ShowDay PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  ShowYear PIC 9999.
       01  ListHeader.
           02  FILLER PIC X(10) VALUE "RUN DATE: ".
           02  HdrMonth PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  HdrDay PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  HdrYear PIC 9999.
           02  FILLER PIC X(10) VALUE SPACES.
           02  FILLER PIC X(18) VALUE "TIMECARD EDIT LIST".
           02  FILLER PIC X(32) VALUE SPACES.
       01  PeriodLine.
           02  FILLER PIC X(18) VALUE "PAY PERIOD ENDING ".
           02  PerEndDate PIC X(10).
           02  FILLER PIC X(02) VALUE SPACES.
           02  PerWeeks PIC 9.
           02  FILLER PIC X(06) VALUE " WEEKS".
           02  FILLER PIC X(43) VALUE SPACES.
       01  ListColumns PIC X(80) VALUE
           "EMP  EMPLOYEE NAME         WEEK END    HOURS  RESULT".
       01  ListDetail.
           02  LstEmpId PIC X(03).
           02  FILLER PIC X(02) VALUE SPACES.
           02  LstEmpName PIC X(20).
           02  FILLER PIC X(02) VALUE SPACES.
           02  LstWeekEnding PIC X(10).
           02  FILLER PIC X(02) VALUE SPACES.
           02  LstHours PIC ZZ.9.
           02  FILLER PIC X(02) VALUE SPACES.
           02  LstResult PIC X(35).
       01  EmpTotColumns PIC X(80) VALUE
           "EMP  EMPLOYEE NAME           CARDS      HOURS".
       01  EmpTotLine.
           02  EtlEmpId PIC 9(3).
           02  FILLER PIC X(02) VALUE SPACES.
           02  EtlEmpName PIC X(20).
           02  FILLER PIC X(04) VALUE SPACES.
           02  EtlCards PIC ZZZ9.
           02  FILLER PIC X(04) VALUE SPACES.
           02  EtlHours PIC Z,ZZ9.9.
           02  FILLER PIC X(36) VALUE SPACES.
       01  WeekTotColumns PIC X(80) VALUE
           "WEEK END      CARDS      HOURS  REJECTED".
       01  WeekTotLine.
           02  WtlWeekEnding PIC X(10).
           02  FILLER PIC X(04) VALUE SPACES.
           02  WtlCards PIC ZZZ9.
           02  FILLER PIC X(04) VALUE SPACES.
           02  WtlHours PIC Z,ZZ9.9.
           02  FILLER PIC X(02) VALUE SPACES.
           02  WtlRejected PIC Z(7)9.
           02  FILLER PIC X(41) VALUE SPACES.
       01  CountLine.
           02  CntLabel PIC X(22).
           02  CntAmount PIC ZZZZ9.
           02  FILLER PIC X(53) VALUE SPACES.
       01  HoursLine.
           02  HrsLabel PIC X(22).
           02  HrsAmount PIC ZZ,ZZ9.9.
           02  FILLER PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "EDITING TIMECARDS...".
       ACCEPT RunDate FROM DATE YYYYMMDD.
       PERFORM GET-PAY-PERIOD.
       OPEN INPUT TIMEFILE.
       IF TimeFileStatus NOT = 00
          DISPLAY "TIMEFILE (TIMECARD) I-O ERROR, FILE STATUS = "
             TimeFileStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN INPUT EMPFILE.
       IF EmpFileStatus NOT = 00
          DISPLAY "EMPFILE (EMPMSTR) I-O ERROR, FILE STATUS = "
             EmpFileStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN OUTPUT APPRFILE.
       PERFORM CHECK-APPR-STATUS.
       OPEN OUTPUT LISTFILE.
       PERFORM CHECK-LIST-STATUS.
       PERFORM WRITE-LIST-HEADER.
       PERFORM UNTIL AtEndOfTimeFile
          READ TIMEFILE
             AT END MOVE "Y" TO TimeEndOfFile
          END-READ
          PERFORM CHECK-TIME-STATUS
          IF NotAtEndOfTimeFile
             ADD 1 TO CardsRead
             PERFORM EDIT-ONE-CARD
          END-IF
       END-PERFORM.
       PERFORM WRITE-EMPLOYEE-TOTALS.
       PERFORM WRITE-WEEK-TOTALS.
       PERFORM WRITE-RUN-TOTALS.
       CLOSE TIMEFILE.
       CLOSE EMPFILE.
       CLOSE APPRFILE.
       PERFORM CHECK-APPR-STATUS.
       CLOSE LISTFILE.
       PERFORM CHECK-LIST-STATUS.
       DISPLAY "TIMECARDS READ     : " CardsRead.
       DISPLAY "TIMECARDS APPROVED : " CardsApproved.
       DISPLAY "TIMECARDS REJECTED : " CardsRejected.
       IF CardsRejected > ZERO
          DISPLAY "TIMECARDS REJECTED - CORRECT AND RERUN BEFORE PAYROLL"
          IF RETURN-CODE < 04
             MOVE 04 TO RETURN-CODE
          END-IF
       END-IF.
       IF ApprTableWasFull
          MOVE 08 TO RETURN-CODE
       END-IF.
       GOBACK.

       GET-PAY-PERIOD.
           ACCEPT PeriodEndEntry FROM ENVIRONMENT "PAYPEREND"
              ON EXCEPTION
                 MOVE SPACES TO PeriodEndEntry
           END-ACCEPT
           IF PeriodEndEntry = SPACES
              MOVE RunDate TO PeriodEndDate
           ELSE
              IF PeriodEndEntry NOT NUMERIC
                 DISPLAY "PAYPEREND MUST BE YYYYMMDD"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PeriodEndEntry TO PeriodEndDate
           END-IF
           MOVE PeriodEndDate TO DV-DATE
           MOVE "E" TO DV-TYPE
           CALL "DATEVAL" USING DV-PARM
           IF DV-NOT-VALID
              DISPLAY "PAYPEREND IS NOT A VALID DATE - " DV-REASON
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT PeriodWeeksEntry FROM ENVIRONMENT "PAYPERWEEKS"
              ON EXCEPTION
                 MOVE SPACES TO PeriodWeeksEntry
           END-ACCEPT
           IF PeriodWeeksEntry NOT = SPACES
              IF PeriodWeeksEntry NOT NUMERIC
                 OR PeriodWeeksEntry < "1" OR PeriodWeeksEntry > "5"
                 DISPLAY "PAYPERWEEKS MUST BE 1-5"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PeriodWeeksEntry TO PeriodWeeks
           END-IF
           MOVE PeriodEndDate TO DayCalcDate
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DayNumber TO PeriodEndDayNo
           COMPUTE PeriodStartDayNo =
              PeriodEndDayNo - (7 * PeriodWeeks) + 1.

      *> Cards are edited in a fixed order and the first failure is
      *> the one listed, so the clerk fixes the most basic problem
      *> first.
       EDIT-ONE-CARD.
           MOVE "Y" TO CardStatus
           MOVE SPACES TO CardResult
           MOVE SPACES TO EmpName
           PERFORM EDIT-CARD-EMPLOYEE
           IF CardIsClean
              PERFORM EDIT-CARD-WEEK-ENDING
           END-IF
           IF CardIsClean
              PERFORM EDIT-CARD-HOURS
           END-IF
           IF CardIsClean
              PERFORM EDIT-CARD-DUPLICATE
           END-IF
           IF CardIsClean
              MOVE "APPROVED" TO CardResult
              PERFORM APPROVE-CARD
           ELSE
              ADD 1 TO CardsRejected
              PERFORM COUNT-WEEK-REJECT
           END-IF
           PERFORM WRITE-CARD-LINE.

       EDIT-CARD-EMPLOYEE.
           IF CardEmpId NOT NUMERIC
              MOVE "N" TO CardStatus
              MOVE "EMPLOYEE NUMBER NOT NUMERIC" TO CardResult
           ELSE
              MOVE CardEmpId TO EmpId
              READ EMPFILE
                 INVALID KEY
                    MOVE "N" TO EmpFound
                 NOT INVALID KEY
                    MOVE "Y" TO EmpFound
              END-READ
              IF EmpFileStatus NOT = 00 AND EmpFileStatus NOT = 23
                 DISPLAY "EMPFILE (EMPMSTR) I-O ERROR, FILE STATUS = "
                    EmpFileStatus
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF EmpNotOnFile
                 MOVE SPACES TO EmpName
                 MOVE "N" TO CardStatus
                 MOVE "EMPLOYEE NOT ON EMPMSTR" TO CardResult
              ELSE
                 IF NOT EmpActive
                    MOVE "N" TO CardStatus
                    MOVE "EMPLOYEE NOT ACTIVE" TO CardResult
                 ELSE
                    IF NOT EmpHourly
                       MOVE "N" TO CardStatus
                       MOVE "EMPLOYEE NOT HOURLY" TO CardResult
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> A week-ending date is good when DATEVAL accepts it, it lies
      *> inside the pay period, and it is a whole number of weeks
      *> back from the period end.
       EDIT-CARD-WEEK-ENDING.
           MOVE CardWeekEnding TO DV-DATE
           MOVE "E" TO DV-TYPE
           CALL "DATEVAL" USING DV-PARM
           IF DV-NOT-VALID
              MOVE "N" TO CardStatus
              STRING "BAD WEEK END - " DELIMITED BY SIZE
                 DV-REASON DELIMITED BY SIZE
                 INTO CardResult
              END-STRING
           ELSE
              MOVE CardWeekEnding TO DayCalcDate
              PERFORM COMPUTE-DAY-NUMBER
              MOVE DayNumber TO CardDayNo
              IF CardDayNo > PeriodEndDayNo
                 OR CardDayNo < PeriodStartDayNo
                 MOVE "N" TO CardStatus
                 MOVE "WEEK END NOT IN PAY PERIOD" TO CardResult
              ELSE
                 COMPUTE DaysBack = PeriodEndDayNo - CardDayNo
                 DIVIDE DaysBack BY 7 GIVING WeeksBack
                    REMAINDER DaysOver
                 IF DaysOver NOT = ZERO
                    MOVE "N" TO CardStatus
                    MOVE "NOT A WEEK-ENDING DAY" TO CardResult
                 END-IF
              END-IF
           END-IF.

       EDIT-CARD-HOURS.
           IF CardHours NOT NUMERIC
              MOVE "N" TO CardStatus
              MOVE "HOURS NOT NUMERIC" TO CardResult
           ELSE
              IF CardHours = ZERO
                 MOVE "N" TO CardStatus
                 MOVE "NO HOURS ON CARD" TO CardResult
              ELSE
                 IF CardHours > WeeklyHourCeiling
                    MOVE "N" TO CardStatus
                    MOVE "OVER WEEKLY HOUR CEILING" TO CardResult
                 ELSE
                    IF CardDailyHours NOT = SPACES
                       PERFORM EDIT-CARD-DAILY-HOURS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       EDIT-CARD-DAILY-HOURS.
           MOVE ZERO TO DailyTotal
           PERFORM VARYING DaySub FROM 1 BY 1
              UNTIL DaySub > 7 OR CardIsRejected
              IF CardDayHours (DaySub) NOT NUMERIC
                 MOVE "N" TO CardStatus
                 MOVE "DAILY HOURS NOT NUMERIC" TO CardResult
              ELSE
                 IF CardDayHours (DaySub) > DailyHourCeiling
                    MOVE "N" TO CardStatus
                    STRING "DAY " DELIMITED BY SIZE
                       DaySub DELIMITED BY SIZE
                       " OVER DAILY HOUR CEILING" DELIMITED BY SIZE
                       INTO CardResult
                    END-STRING
                 ELSE
                    ADD CardDayHours (DaySub) TO DailyTotal
                 END-IF
              END-IF
           END-PERFORM
           IF CardIsClean AND DailyTotal NOT = CardHours
              MOVE "N" TO CardStatus
              MOVE "DAILY HOURS DO NOT ADD TO WEEK" TO CardResult
           END-IF.

       EDIT-CARD-DUPLICATE.
           PERFORM VARYING TblSub FROM 1 BY 1
              UNTIL TblSub > ApprovedCount
              IF CardEmpId = ApprEmpId (TblSub)
                 AND CardWeekEnding = ApprWeekEnding (TblSub)
                 MOVE "N" TO CardStatus
                 MOVE "DUPLICATE CARD FOR THIS WEEK" TO CardResult
              END-IF
           END-PERFORM.

       APPROVE-CARD.
           IF ApprovedCount NOT < TableMax
              DISPLAY "APPROVED CARD TABLE FULL - CARD FOR "
                 CardEmpId " NOT APPROVED"
              MOVE "TABLE FULL - NOT APPROVED" TO CardResult
              ADD 1 TO CardsRejected
              MOVE "Y" TO ApprTableFull
           ELSE
              ADD 1 TO ApprovedCount
              MOVE CardEmpId TO ApprEmpId (ApprovedCount)
              MOVE CardWeekEnding TO ApprWeekEnding (ApprovedCount)
              MOVE CardRec TO ApprRec
              WRITE ApprRec
              PERFORM CHECK-APPR-STATUS
              ADD 1 TO CardsApproved
              ADD CardHours TO ApprovedHours
              PERFORM ADD-EMPLOYEE-TOTAL
              PERFORM ADD-WEEK-TOTAL
           END-IF.

       ADD-EMPLOYEE-TOTAL.
           MOVE "N" TO EntryFound
           PERFORM VARYING TblSub FROM 1 BY 1
              UNTIL TblSub > EmpTotalCount OR EntryWasFound
              IF EtEmpId (TblSub) = CardEmpId
                 MOVE "Y" TO EntryFound
                 ADD 1 TO EtCards (TblSub)
                 ADD CardHours TO EtHours (TblSub)
              END-IF
           END-PERFORM
           IF EntryNotFound
              ADD 1 TO EmpTotalCount
              MOVE CardEmpId TO EtEmpId (EmpTotalCount)
              MOVE EmpName TO EtEmpName (EmpTotalCount)
              MOVE 1 TO EtCards (EmpTotalCount)
              MOVE CardHours TO EtHours (EmpTotalCount)
           END-IF.

      *> Only a date already known to be a week end of the period
      *> gets a week total line, so the table never needs more
      *> entries than the period has weeks.
       ADD-WEEK-TOTAL.
           PERFORM FIND-WEEK-ENTRY
           ADD 1 TO WtCards (WeekSub)
           ADD CardHours TO WtHours (WeekSub).

       COUNT-WEEK-REJECT.
           IF CardWeekEnding NUMERIC
              MOVE CardWeekEnding TO DV-DATE
              MOVE "E" TO DV-TYPE
              CALL "DATEVAL" USING DV-PARM
              IF DV-VALID
                 MOVE CardWeekEnding TO DayCalcDate
                 PERFORM COMPUTE-DAY-NUMBER
                 IF DayNumber NOT > PeriodEndDayNo
                    AND DayNumber NOT < PeriodStartDayNo
                    COMPUTE DaysBack = PeriodEndDayNo - DayNumber
                    DIVIDE DaysBack BY 7 GIVING WeeksBack
                       REMAINDER DaysOver
                    IF DaysOver = ZERO
                       PERFORM FIND-WEEK-ENTRY
                       ADD 1 TO WtRejected (WeekSub)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FIND-WEEK-ENTRY.
           MOVE "N" TO EntryFound
           PERFORM VARYING WeekSub FROM 1 BY 1
              UNTIL WeekSub > WeekTotalCount OR EntryWasFound
              IF WtWeekEnding (WeekSub) = CardWeekEnding
                 MOVE "Y" TO EntryFound
              END-IF
           END-PERFORM
           IF EntryWasFound
              SUBTRACT 1 FROM WeekSub
           ELSE
              ADD 1 TO WeekTotalCount
              MOVE WeekTotalCount TO WeekSub
              MOVE CardWeekEnding TO WtWeekEnding (WeekSub)
              MOVE ZERO TO WtCards (WeekSub)
              MOVE ZERO TO WtHours (WeekSub)
              MOVE ZERO TO WtRejected (WeekSub)
           END-IF.

      *> Day count from a fixed origin, good for differences between
      *> two dates: March is taken as the first month so the leap day
      *> falls at the end of the counting year.
       COMPUTE-DAY-NUMBER.
           IF DayCalcMonth < 3
              COMPUTE DayCalcWorkYear = DayCalcYear - 1
              COMPUTE DayCalcWorkMonth = DayCalcMonth + 9
           ELSE
              MOVE DayCalcYear TO DayCalcWorkYear
              COMPUTE DayCalcWorkMonth = DayCalcMonth - 3
           END-IF
           DIVIDE DayCalcWorkYear BY 4 GIVING DayCalcLeap4
           DIVIDE DayCalcWorkYear BY 100 GIVING DayCalcLeap100
           DIVIDE DayCalcWorkYear BY 400 GIVING DayCalcLeap400
           COMPUTE DayCalcMonthDays = (153 * DayCalcWorkMonth + 2) / 5
           COMPUTE DayNumber = 365 * DayCalcWorkYear
              + DayCalcLeap4 - DayCalcLeap100 + DayCalcLeap400
              + DayCalcMonthDays + DayCalcDay.

       WRITE-CARD-LINE.
           MOVE SPACES TO ListDetail
           MOVE CardRec (1:3) TO LstEmpId
           MOVE EmpName TO LstEmpName
           IF CardWeekEnding NUMERIC
              MOVE CardWeekEnding TO FormatDate
              PERFORM FORMAT-SHOW-DATE
              MOVE ShowDate TO LstWeekEnding
           ELSE
              MOVE CardRec (5:8) TO LstWeekEnding
           END-IF
           IF CardHours NUMERIC
              MOVE CardHours TO LstHours
           END-IF
           MOVE CardResult TO LstResult
           MOVE ListDetail TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS.

       FORMAT-SHOW-DATE.
           MOVE FmtMonth TO ShowMonth
           MOVE FmtDay TO ShowDay
           MOVE FmtYear TO ShowYear.

       WRITE-LIST-HEADER.
           MOVE RunMonth TO HdrMonth
           MOVE RunDay TO HdrDay
           MOVE RunYear TO HdrYear
           MOVE ListHeader TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE PeriodEndDate TO FormatDate
           PERFORM FORMAT-SHOW-DATE
           MOVE ShowDate TO PerEndDate
           MOVE PeriodWeeks TO PerWeeks
           MOVE PeriodLine TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE SPACES TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE ListColumns TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS.

       WRITE-EMPLOYEE-TOTALS.
           MOVE SPACES TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE "APPROVED HOURS BY EMPLOYEE" TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE EmpTotColumns TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           PERFORM VARYING TblSub FROM 1 BY 1
              UNTIL TblSub > EmpTotalCount
              MOVE EtEmpId (TblSub) TO EtlEmpId
              MOVE EtEmpName (TblSub) TO EtlEmpName
              MOVE EtCards (TblSub) TO EtlCards
              MOVE EtHours (TblSub) TO EtlHours
              MOVE EmpTotLine TO ListLine
              WRITE ListLine
              PERFORM CHECK-LIST-STATUS
           END-PERFORM.

       WRITE-WEEK-TOTALS.
           MOVE SPACES TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE "HOURS BY WEEK ENDING" TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE WeekTotColumns TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           PERFORM VARYING WeekSub FROM 1 BY 1
              UNTIL WeekSub > WeekTotalCount
              MOVE WtWeekEnding (WeekSub) TO FormatDate
              PERFORM FORMAT-SHOW-DATE
              MOVE ShowDate TO WtlWeekEnding
              MOVE WtCards (WeekSub) TO WtlCards
              MOVE WtHours (WeekSub) TO WtlHours
              MOVE WtRejected (WeekSub) TO WtlRejected
              MOVE WeekTotLine TO ListLine
              WRITE ListLine
              PERFORM CHECK-LIST-STATUS
           END-PERFORM.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE SPACES TO CountLine
           MOVE "CARDS READ            " TO CntLabel
           MOVE CardsRead TO CntAmount
           MOVE CountLine TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE SPACES TO CountLine
           MOVE "CARDS APPROVED        " TO CntLabel
           MOVE CardsApproved TO CntAmount
           MOVE CountLine TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE SPACES TO CountLine
           MOVE "CARDS REJECTED        " TO CntLabel
           MOVE CardsRejected TO CntAmount
           MOVE CountLine TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE SPACES TO HoursLine
           MOVE "APPROVED HOURS        " TO HrsLabel
           MOVE ApprovedHours TO HrsAmount
           MOVE HoursLine TO ListLine
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS
           MOVE SPACES TO ListLine
           IF CardsRejected = ZERO
              MOVE "ALL CARDS APPROVED - PAYROLL MAY RUN" TO ListLine
           ELSE
              MOVE "CARDS REJECTED - DO NOT RUN PAYROLL UNTIL CORRECTED"
                 TO ListLine
           END-IF
           WRITE ListLine
           PERFORM CHECK-LIST-STATUS.

       CHECK-TIME-STATUS.
           IF TimeFileStatus NOT = 00 AND TimeFileStatus NOT = 10
              DISPLAY "TIMEFILE (TIMECARD) I-O ERROR, FILE STATUS = "
                 TimeFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-APPR-STATUS.
           IF ApprFileStatus NOT = 00
              DISPLAY "APPRFILE (TIMEAPPR) I-O ERROR, FILE STATUS = "
                 ApprFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-LIST-STATUS.
           IF ListFileStatus NOT = 00
              DISPLAY "LISTFILE (TIMELIST) I-O ERROR, FILE STATUS = "
                 ListFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
