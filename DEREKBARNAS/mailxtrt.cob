      *> print-ready labels.  A selected customer with no address on
      *> file, or an address with a blank line or city, goes to the
      *> shared exception repository through EXCPLOG so the clerks
      *> chase it in EXCPVIEW like every other data problem.  An
      *> address RTNMAIL has marked undeliverable gets no label; the
      *> customer is listed on the MAILNADR needs-new-address report
      *> with the date the mail came back instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBLFILE ASSIGN TO MAILLBLS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LblFileStatus.
           SELECT NADRFILE ASSIGN TO MAILNADR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NadrFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LBLFILE
           DATA RECORD IS LblLine.
       01  LblLine PIC X(80).
       FD  NADRFILE
           DATA RECORD IS NadrLine.
       01  NadrLine PIC X(80).

       WORKING-STORAGE SECTION.
       01  CustFileStatus PIC 9(02).
       01  AddrFileStatus PIC 9(02).
       01  LblFileStatus PIC 9(02).
       01  NadrFileStatus PIC 9(02).
       01  EndOfFile PIC X(01) VALUE "N".
           88  AtEndOfFile  VALUE "Y".
           88  NotAtEndOfFile VALUE "N".
       01  SelectedCount PIC 9(5) VALUE ZERO.
       01  LabelCount PIC 9(5) VALUE ZERO.
       01  ExceptionCount PIC 9(5) VALUE ZERO.
       01  UndeliverableCount PIC 9(5) VALUE ZERO.
       01  CityStateLine.
           02  LblCity PIC X(15).
           02  FILLER PIC X(02) VALUE ", ".
           02  FILLER PIC X(02) VALUE SPACES.
           02  LblZip PIC X(05).
           02  FILLER PIC X(54) VALUE SPACES.
       01  NadrHeading.
           02  FILLER PIC X(10) VALUE "RUN DATE: ".
           02  NadrHeadMonth PIC 9(2).
           02  FILLER PIC X(01) VALUE "/".
           02  NadrHeadDay PIC 9(2).
           02  FILLER PIC X(01) VALUE "/".
           02  NadrHeadYear PIC 9(4).
           02  FILLER PIC X(06) VALUE SPACES.
           02  FILLER PIC X(54)
               VALUE "BIRTHDAY MAILING - NEEDS NEW ADDRESS".
       01  NadrColumns PIC X(80) VALUE
           "TYPE NUMBER  NAME                 RETURNED    LAST ADDRESS".
       01  NadrDetail.
           02  NadrType PIC X(01).
           02  FILLER PIC X(04) VALUE SPACES.
           02  NadrIdent PIC ZZZZ9.
           02  FILLER PIC X(03) VALUE SPACES.
           02  NadrName PIC X(20).
           02  FILLER PIC X(01) VALUE SPACES.
           02  NadrReturnDate.
               03  NadrReturnMonth PIC 9(2).
               03  FILLER PIC X(01) VALUE "/".
               03  NadrReturnDay PIC 9(2).
               03  FILLER PIC X(01) VALUE "/".
               03  NadrReturnYear PIC 9(4).
           02  FILLER PIC X(02) VALUE SPACES.
           02  NadrLastAddress PIC X(25).
           02  FILLER PIC X(09) VALUE SPACES.
       01  NadrTotalLine.
           02  FILLER PIC X(25) VALUE "UNDELIVERABLE ADDRESSES".
           02  NadrTotalCount PIC ZZZZ9.
           02  FILLER PIC X(50) VALUE SPACES.
       COPY EXPARM.

       PROCEDURE DIVISION.
       END-IF.
       OPEN OUTPUT LBLFILE.
       PERFORM CHECK-LBL-STATUS.
       OPEN OUTPUT NADRFILE.
       PERFORM CHECK-NADR-STATUS.
       PERFORM WRITE-NADR-HEADING.
       PERFORM UNTIL AtEndOfFile
          READ CUSTFILE
             AT END MOVE "Y" TO EndOfFile
       CLOSE ADDRFILE.
       CLOSE LBLFILE.
       PERFORM CHECK-LBL-STATUS.
       MOVE SPACES TO NadrLine.
       WRITE NadrLine.
       PERFORM CHECK-NADR-STATUS.
       MOVE UndeliverableCount TO NadrTotalCount.
       MOVE NadrTotalLine TO NadrLine.
       WRITE NadrLine.
       PERFORM CHECK-NADR-STATUS.
       CLOSE NADRFILE.
       PERFORM CHECK-NADR-STATUS.
       DISPLAY "CUSTOMERS SELECTED : " SelectedCount.
       DISPLAY "LABELS WRITTEN     : " LabelCount.
       DISPLAY "ADDRESS EXCEPTIONS : " ExceptionCount.
       DISPLAY "UNDELIVERABLE      : " UndeliverableCount.
       IF ExceptionCount > ZERO
          MOVE 04 TO RETURN-CODE
       END-IF.
           IF AddressNotFound
              PERFORM FILE-ADDRESS-EXCEPTION
           ELSE
              IF ADDR-UNDELIVERABLE
                 PERFORM WRITE-NEEDS-NEW-ADDRESS
              ELSE
                 IF ADDR-LINE1 = SPACES OR ADDR-CITY = SPACES
                    PERFORM FILE-ADDRESS-EXCEPTION
                 ELSE
                    PERFORM WRITE-ONE-LABEL
                 END-IF
              END-IF
           END-IF.

           WRITE LblLine
           PERFORM CHECK-LBL-STATUS.

      *> RTNMAIL already filed the exception when the mail came
      *> back, so an undeliverable address is only listed here.
       WRITE-NEEDS-NEW-ADDRESS.
           ADD 1 TO UndeliverableCount
           MOVE ADDR-ENT-TYPE TO NadrType
           MOVE ADDR-ENT-ID TO NadrIdent
           MOVE CustName TO NadrName
           MOVE ADDR-RETURN-DATE (5:2) TO NadrReturnMonth
           MOVE ADDR-RETURN-DATE (7:2) TO NadrReturnDay
           MOVE ADDR-RETURN-DATE (1:4) TO NadrReturnYear
           MOVE ADDR-LINE1 TO NadrLastAddress
           MOVE NadrDetail TO NadrLine
           WRITE NadrLine
           PERFORM CHECK-NADR-STATUS.

       WRITE-NADR-HEADING.
           MOVE TodaysMonth TO NadrHeadMonth
           MOVE TodaysDay TO NadrHeadDay
           MOVE TodaysYear TO NadrHeadYear
           MOVE NadrHeading TO NadrLine
           WRITE NadrLine
           PERFORM CHECK-NADR-STATUS
           MOVE SPACES TO NadrLine
           WRITE NadrLine
           PERFORM CHECK-NADR-STATUS
           MOVE NadrColumns TO NadrLine
           WRITE NadrLine
           PERFORM CHECK-NADR-STATUS.

       FILE-ADDRESS-EXCEPTION.
           ADD 1 TO ExceptionCount
           MOVE "MAILXTRT" TO EXC-PARM-PGM
           MOVE "E" TO EXC-PARM-SEVERITY
           MOVE SPACES TO EXC-PARM-KEY
           MOVE Ident TO EXC-PARM-KEY (1:5)
           MOVE SPACES TO EXC-PARM-REASON
           IF AddressNotFound
              STRING "NO ADDRESS ON FILE FOR " CustName
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-NADR-STATUS.
           IF NadrFileStatus NOT = 00
              DISPLAY "NADRFILE (MAILNADR) I-O ERROR, FILE STATUS = "
                 NadrFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
