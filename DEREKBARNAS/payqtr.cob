       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQTR.
       AUTHOR. David Jackson.
      *> Quarterly payroll tax report: reads the PAYHIST pay history
      *> PAYROLL writes and prints, for one calendar quarter, each
      *> employee's gross wages, federal withheld, state withheld and
      *> FICA, with company totals for the quarterly filings.  The
      *> quarter comes from PAYQTR as YYYYQ (20262 is April through
      *> June 2026); left blank it is the last completed quarter.
      *>
      *> PAYYTD holds only running totals, so its change over the
      *> quarter is taken from the YTD images stamped on the history:
      *> the YTD-before of an employee's first posting in the quarter
      *> to the YTD-after of the last.  Any difference from the sum of
      *> the quarter's postings means PAYYTD was changed without a
      *> history posting; the employee is flagged and the run ends RC 04.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HistKey
           FILE STATUS IS HistFileStatus.
           SELECT RPTFILE ASSIGN TO QTRTAX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTFILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 2000 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS HistRec.
       COPY HISTREC.
       FD  RPTFILE
           DATA RECORD IS RptLine.
       01  RptLine PIC X(132).

       WORKING-STORAGE SECTION.
       01  HistFileStatus PIC 9(02).
       01  RptFileStatus PIC 9(02).
       01  EndOfFile PIC X(01) VALUE "N".
           88  AtEndOfFile  VALUE "Y".
           88  NotAtEndOfFile VALUE "N".
       01  QtrEntry PIC X(05) VALUE SPACES.
       01  QtrParm REDEFINES QtrEntry.
           02  QtrParmYear PIC 9(4).
           02  QtrParmQtr  PIC 9.
       01  QtrYear PIC 9(4) VALUE ZERO.
       01  QtrNumber PIC 9 VALUE ZERO.
       01  QtrStartDate.
           02  QtrStartYear  PIC 9(4).
           02  QtrStartMonth PIC 9(2).
           02  QtrStartDay   PIC 9(2) VALUE 01.
       01  QtrEndDate.
           02  QtrEndYear  PIC 9(4).
           02  QtrEndMonth PIC 9(2).
           02  QtrEndDay   PIC 9(2) VALUE 31.
       01  HoldEmpId PIC 9(3) VALUE ZERO.
       01  HoldName PIC X(20) VALUE SPACES.
       01  EmpInQuarter PIC X(01) VALUE "N".
           88  EmpPaidInQuarter    VALUE "Y".
           88  EmpNotPaidInQuarter VALUE "N".
       01  EmpQuarter.
           02  EmpQtrGross   PIC S9(6)V99 VALUE ZEROS.
           02  EmpQtrFederal PIC S9(6)V99 VALUE ZEROS.
           02  EmpQtrState   PIC S9(6)V99 VALUE ZEROS.
           02  EmpQtrFica    PIC S9(6)V99 VALUE ZEROS.
       01  EmpOpening.
           02  EmpOpenGross   PIC 9(6)V99 VALUE ZEROS.
           02  EmpOpenFederal PIC 9(6)V99 VALUE ZEROS.
           02  EmpOpenState   PIC 9(6)V99 VALUE ZEROS.
           02  EmpOpenFica    PIC 9(6)V99 VALUE ZEROS.
       01  EmpClosing.
           02  EmpCloseGross   PIC 9(6)V99 VALUE ZEROS.
           02  EmpCloseFederal PIC 9(6)V99 VALUE ZEROS.
           02  EmpCloseState   PIC 9(6)V99 VALUE ZEROS.
           02  EmpCloseFica    PIC 9(6)V99 VALUE ZEROS.
       01  EmpChange.
           02  EmpChgGross   PIC S9(6)V99 VALUE ZEROS.
           02  EmpChgFederal PIC S9(6)V99 VALUE ZEROS.
           02  EmpChgState   PIC S9(6)V99 VALUE ZEROS.
           02  EmpChgFica    PIC S9(6)V99 VALUE ZEROS.
       01  CompanyQuarter.
           02  CoQtrGross   PIC S9(8)V99 VALUE ZEROS.
           02  CoQtrFederal PIC S9(8)V99 VALUE ZEROS.
           02  CoQtrState   PIC S9(8)V99 VALUE ZEROS.
           02  CoQtrFica    PIC S9(8)V99 VALUE ZEROS.
       01  CompanyChange.
           02  CoChgGross   PIC S9(8)V99 VALUE ZEROS.
           02  CoChgFederal PIC S9(8)V99 VALUE ZEROS.
           02  CoChgState   PIC S9(8)V99 VALUE ZEROS.
           02  CoChgFica    PIC S9(8)V99 VALUE ZEROS.
       01  ReconDifference PIC S9(8)V99 VALUE ZEROS.
       01  EmployeeCount PIC 9(5) VALUE ZERO.
       01  PostingCount PIC 9(7) VALUE ZERO.
       01  OutOfBalanceCount PIC 9(5) VALUE ZERO.
       01  RunDate.
           02  RunYear  PIC 9(4).
           02  RunMonth PIC 9(2).
           02  RunDay   PIC 9(2).
       01  QtrHeader.
           02  FILLER PIC X(10) VALUE "RUN DATE: ".
           02  HdrMonth PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  HdrDay PIC 99.
           02  FILLER PIC X(01) VALUE "/".
           02  HdrYear PIC 9999.
           02  FILLER PIC X(10) VALUE SPACES.
           02  FILLER PIC X(29) VALUE "QUARTERLY PAYROLL TAX REPORT ".
           02  FILLER PIC X(09) VALUE "QUARTER ".
           02  HdrQtr PIC 9.
           02  FILLER PIC X(01) VALUE SPACES.
           02  HdrQtrYear PIC 9999.
           02  FILLER PIC X(58) VALUE SPACES.
       01  QtrColumns PIC X(132) VALUE
           "EMP    EMPLOYEE NAME         GROSS WAGES   FEDERAL W/H     STATE W/H          FICA".
       01  QtrDetail.
           02  DtlEmpId PIC ZZ9.
           02  FILLER PIC X(04) VALUE SPACES.
           02  DtlEmpName PIC X(20).
           02  FILLER PIC X(02) VALUE SPACES.
           02  DtlGross PIC ZZZ,ZZ9.99-.
           02  FILLER PIC X(03) VALUE SPACES.
           02  DtlFederal PIC ZZZ,ZZ9.99-.
           02  FILLER PIC X(03) VALUE SPACES.
           02  DtlState PIC ZZZ,ZZ9.99-.
           02  FILLER PIC X(03) VALUE SPACES.
           02  DtlFica PIC ZZZ,ZZ9.99-.
           02  FILLER PIC X(03) VALUE SPACES.
           02  DtlNote PIC X(20).
           02  FILLER PIC X(27) VALUE SPACES.
       01  ReconColumns PIC X(132) VALUE
           "BUCKET            QUARTER HISTORY    PAYYTD CHANGE       DIFFERENCE".
       01  ReconLine.
           02  ReconLabel PIC X(16).
           02  FILLER PIC X(02) VALUE SPACES.
           02  ReconHistory PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER PIC X(03) VALUE SPACES.
           02  ReconYtd PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER PIC X(03) VALUE SPACES.
           02  ReconDiff PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER PIC X(66) VALUE SPACES.
       01  CountLine.
           02  CntLabel PIC X(22).
           02  CntAmount PIC ZZZZZZ9.
           02  FILLER PIC X(103) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "PRINTING QUARTERLY PAYROLL TAX REPORT...".
       ACCEPT RunDate FROM DATE YYYYMMDD.
       ACCEPT QtrEntry FROM ENVIRONMENT "PAYQTR"
          ON EXCEPTION
             MOVE SPACES TO QtrEntry
       END-ACCEPT.
       IF QtrEntry = SPACES
          COMPUTE QtrNumber = (RunMonth + 2) / 3
          MOVE RunYear TO QtrYear
          IF QtrNumber = 1
             MOVE 4 TO QtrNumber
             SUBTRACT 1 FROM QtrYear
          ELSE
             SUBTRACT 1 FROM QtrNumber
          END-IF
       ELSE
          IF QtrEntry NOT NUMERIC
             DISPLAY "PAYQTR MUST BE YYYYQ, QUARTER 1-4"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          MOVE QtrParmYear TO QtrYear
          MOVE QtrParmQtr TO QtrNumber
       END-IF.
       IF QtrNumber < 1 OR QtrNumber > 4 OR QtrYear < 1900
          DISPLAY "PAYQTR MUST BE YYYYQ, QUARTER 1-4"
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       MOVE QtrYear TO QtrStartYear.
       MOVE QtrYear TO QtrEndYear.
       COMPUTE QtrStartMonth = QtrNumber * 3 - 2.
       COMPUTE QtrEndMonth = QtrNumber * 3.
       OPEN INPUT HISTFILE.
       IF HistFileStatus NOT = 00
          DISPLAY "HISTFILE (PAYHIST) I-O ERROR, FILE STATUS = "
             HistFileStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       OPEN OUTPUT RPTFILE.
       PERFORM CHECK-RPT-STATUS.
       PERFORM WRITE-REPORT-HEADER.
       PERFORM UNTIL AtEndOfFile
          READ HISTFILE
             AT END MOVE "Y" TO EndOfFile
          END-READ
          IF HistFileStatus NOT = 00 AND HistFileStatus NOT = 10
             DISPLAY "HISTFILE (PAYHIST) I-O ERROR, FILE STATUS = "
                HistFileStatus
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
          IF NotAtEndOfFile
             IF HistEmpId NOT = HoldEmpId
                PERFORM FINISH-EMPLOYEE
                MOVE HistEmpId TO HoldEmpId
             END-IF
             IF HistPayDate NOT < QtrStartDate
                AND HistPayDate NOT > QtrEndDate
                PERFORM ADD-QUARTER-POSTING
             END-IF
          END-IF
       END-PERFORM.
       PERFORM FINISH-EMPLOYEE.
       PERFORM WRITE-RECONCILIATION.
       CLOSE HISTFILE.
       CLOSE RPTFILE.
       PERFORM CHECK-RPT-STATUS.
       DISPLAY "EMPLOYEES IN QUARTER : " EmployeeCount.
       DISPLAY "POSTINGS IN QUARTER  : " PostingCount.
       IF OutOfBalanceCount > ZERO
          DISPLAY "EMPLOYEES NOT RECONCILED TO PAYYTD: "
             OutOfBalanceCount
          MOVE 04 TO RETURN-CODE
       END-IF.
       GOBACK.

      *> The first posting an employee has in the quarter supplies
      *> the opening YTD image; every posting moves the closing image
      *> on, so the last one in key order leaves the quarter's close.
       ADD-QUARTER-POSTING.
           IF EmpNotPaidInQuarter
              MOVE "Y" TO EmpInQuarter
              MOVE ZEROS TO EmpQuarter
              MOVE HistBfrGross TO EmpOpenGross
              MOVE HistBfrFederal TO EmpOpenFederal
              MOVE HistBfrState TO EmpOpenState
              MOVE HistBfrFica TO EmpOpenFica
           END-IF
           MOVE HistName TO HoldName
           ADD 1 TO PostingCount
           ADD HistGross TO EmpQtrGross
           ADD HistFederal TO EmpQtrFederal
           ADD HistState TO EmpQtrState
           ADD HistFica TO EmpQtrFica
           MOVE HistAftGross TO EmpCloseGross
           MOVE HistAftFederal TO EmpCloseFederal
           MOVE HistAftState TO EmpCloseState
           MOVE HistAftFica TO EmpCloseFica.

       FINISH-EMPLOYEE.
           IF EmpPaidInQuarter
              ADD 1 TO EmployeeCount
              COMPUTE EmpChgGross = EmpCloseGross - EmpOpenGross
              COMPUTE EmpChgFederal = EmpCloseFederal - EmpOpenFederal
              COMPUTE EmpChgState = EmpCloseState - EmpOpenState
              COMPUTE EmpChgFica = EmpCloseFica - EmpOpenFica
              ADD EmpQtrGross TO CoQtrGross
              ADD EmpQtrFederal TO CoQtrFederal
              ADD EmpQtrState TO CoQtrState
              ADD EmpQtrFica TO CoQtrFica
              ADD EmpChgGross TO CoChgGross
              ADD EmpChgFederal TO CoChgFederal
              ADD EmpChgState TO CoChgState
              ADD EmpChgFica TO CoChgFica
              MOVE SPACES TO QtrDetail
              MOVE HoldEmpId TO DtlEmpId
              MOVE HoldName TO DtlEmpName
              MOVE EmpQtrGross TO DtlGross
              MOVE EmpQtrFederal TO DtlFederal
              MOVE EmpQtrState TO DtlState
              MOVE EmpQtrFica TO DtlFica
              IF EmpChgGross NOT = EmpQtrGross
                 OR EmpChgFederal NOT = EmpQtrFederal
                 OR EmpChgState NOT = EmpQtrState
                 OR EmpChgFica NOT = EmpQtrFica
                 ADD 1 TO OutOfBalanceCount
                 MOVE "PAYYTD DIFFERS" TO DtlNote
                 MOVE QtrDetail TO RptLine
                 WRITE RptLine
                 PERFORM CHECK-RPT-STATUS
                 MOVE SPACES TO QtrDetail
                 MOVE "  PAYYTD CHANGE" TO DtlEmpName
                 MOVE EmpChgGross TO DtlGross
                 MOVE EmpChgFederal TO DtlFederal
                 MOVE EmpChgState TO DtlState
                 MOVE EmpChgFica TO DtlFica
              END-IF
              MOVE QtrDetail TO RptLine
              WRITE RptLine
              PERFORM CHECK-RPT-STATUS
           END-IF
           MOVE "N" TO EmpInQuarter
           MOVE SPACES TO HoldName.

       WRITE-REPORT-HEADER.
           MOVE RunMonth TO HdrMonth
           MOVE RunDay TO HdrDay
           MOVE RunYear TO HdrYear
           MOVE QtrNumber TO HdrQtr
           MOVE QtrYear TO HdrQtrYear
           MOVE QtrHeader TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE SPACES TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE QtrColumns TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS.

       WRITE-RECONCILIATION.
           MOVE SPACES TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE SPACES TO QtrDetail
           MOVE "COMPANY TOTAL" TO DtlEmpName
           MOVE CoQtrGross TO DtlGross
           MOVE CoQtrFederal TO DtlFederal
           MOVE CoQtrState TO DtlState
           MOVE CoQtrFica TO DtlFica
           MOVE QtrDetail TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE SPACES TO CountLine
           MOVE "EMPLOYEES PAID        " TO CntLabel
           MOVE EmployeeCount TO CntAmount
           MOVE CountLine TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE SPACES TO CountLine
           MOVE "PAY HISTORY POSTINGS  " TO CntLabel
           MOVE PostingCount TO CntAmount
           MOVE CountLine TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE SPACES TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE ReconColumns TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           MOVE "GROSS WAGES     " TO ReconLabel
           MOVE CoQtrGross TO ReconHistory
           MOVE CoChgGross TO ReconYtd
           COMPUTE ReconDifference = CoQtrGross - CoChgGross
           PERFORM WRITE-RECON-LINE
           MOVE "FEDERAL WITHHELD" TO ReconLabel
           MOVE CoQtrFederal TO ReconHistory
           MOVE CoChgFederal TO ReconYtd
           COMPUTE ReconDifference = CoQtrFederal - CoChgFederal
           PERFORM WRITE-RECON-LINE
           MOVE "STATE WITHHELD  " TO ReconLabel
           MOVE CoQtrState TO ReconHistory
           MOVE CoChgState TO ReconYtd
           COMPUTE ReconDifference = CoQtrState - CoChgState
           PERFORM WRITE-RECON-LINE
           MOVE "FICA            " TO ReconLabel
           MOVE CoQtrFica TO ReconHistory
           MOVE CoChgFica TO ReconYtd
           COMPUTE ReconDifference = CoQtrFica - CoChgFica
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS
           IF OutOfBalanceCount = ZERO
              MOVE "QUARTER RECONCILED TO PAYYTD" TO RptLine
           ELSE
              MOVE "QUARTER DOES NOT RECONCILE TO PAYYTD - SEE FLAGGED EMPLOYEES"
                 TO RptLine
           END-IF
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS.

       WRITE-RECON-LINE.
           MOVE ReconDifference TO ReconDiff
           MOVE ReconLine TO RptLine
           WRITE RptLine
           PERFORM CHECK-RPT-STATUS.

       CHECK-RPT-STATUS.
           IF RptFileStatus NOT = 00
              DISPLAY "RPTFILE (QTRTAX) I-O ERROR, FILE STATUS = "
                 RptFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
