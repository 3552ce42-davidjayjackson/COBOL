*> ENRMSTR enrollment record.  Every transaction lands on the
*> register as APPLIED or with its reject reason, and a run with
*> any reject ends RC 04 so the scheduler can flag it.
*> Transactions come back on the CLSLIST turnaround file, so a
*> record whose grade the instructor left blank is not a reject:
*> it is listed as not graded and the enrollment left as it is.
*> After posting, every course and term the file touched is
*> checked against ENRMSTR and the students still ungraded in it
*> are listed course by course at the end of the register.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENRFILE ASSIGN TO ENRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT TRANFILE ASSIGN TO GRDTRANS
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-TRAN.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    SELECT USRTFILE ASSIGN TO UNGSRT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-USRT.
    SELECT UNG-SORT-WORK ASSIGN TO SORTWK1.
    SELECT REGFILE ASSIGN TO GRDREG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-REG.
    RECORD CONTAINS 80 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GRD-TRAN-REC.
COPY GRDREC.
FD  FILE1
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS STD-REC.
COPY STDREC.
FD  USRTFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS USRT-REC.
01 USRT-REC.
    02 USRT-CRS-ID         PIC X(06).
    02 USRT-TERM           PIC X(05).
    02 USRT-NAME           PIC X(20).
    02 USRT-STD-NO         PIC 9(05).
    02 FILLER              PIC X(44).
SD  UNG-SORT-WORK
    DATA RECORD IS USW-REC.
01 USW-REC.
    02 USW-CRS-ID          PIC X(06).
    02 USW-TERM            PIC X(05).
    02 USW-NAME            PIC X(20).
    02 USW-STD-NO          PIC 9(05).
    02 FILLER              PIC X(44).
FD  REGFILE
    DATA RECORD IS REG-LINE.
01 REG-LINE                PIC X(80).
77 WS-FS-ENR               PIC 9(02).
77 WS-FS-TRAN              PIC 9(02).
77 WS-FS-REG               PIC 9(02).
77 WS-FS1                  PIC 9(02).
77 WS-FS-USRT              PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-APPLIED-COUNT        PIC 9(07) VALUE ZERO.
77 WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
77 WS-BLANK-COUNT          PIC 9(07) VALUE ZERO.
77 WS-UNGRADED-COUNT       PIC 9(07) VALUE ZERO.
77 WS-CLASS-UNGRADED       PIC 9(05) VALUE ZERO.
01 WS-ENR-EOF-SW           PIC X(01) VALUE 'N'.
   88 ENR-EOF-SW           VALUE 'Y'.
   88 ENR-NOT-EOF-SW       VALUE 'N'.
01 WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
   88 SORT-EOF-SW          VALUE 'Y'.
   88 SORT-NOT-EOF-SW      VALUE 'N'.
01 WS-CLASS-FOUND-SW       PIC X(01) VALUE 'N'.
   88 CLASS-IN-TABLE       VALUE 'Y'.
   88 CLASS-NOT-IN-TABLE   VALUE 'N'.
*> Every course and term named on the transaction file, so the
*> ungraded check reports on the classes this run graded and not
*> on every class in ENRMSTR.
01 WS-CLASS-TABLE.
   02 WS-CLASS-ENTRY OCCURS 300 TIMES.
      03 WS-CLS-CRS-ID     PIC X(06).
      03 WS-CLS-TERM       PIC X(05).
77 WS-CLASS-MAX            PIC 9(03) VALUE 300.
77 WS-CLASS-TOTAL          PIC 9(03) VALUE ZERO.
77 WS-CLASS-SUB            PIC 9(03) VALUE ZERO.
77 WS-CLASS-OVERFLOW       PIC 9(05) VALUE ZERO.
01 WS-BREAK-CRS-ID         PIC X(06) VALUE SPACES.
01 WS-BREAK-TERM           PIC X(05) VALUE SPACES.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
01 WS-REG-COLUMNS          PIC X(80) VALUE
   'STD-NO  COURSE  TERM   GRADE  DISPOSITION'.
01 WS-REG-DETAIL.
   02 WS-REG-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-REG-CRS-ID        PIC X(06).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-TERM          PIC X(05).
   02 WS-REG-GRADE         PIC X(01).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 WS-REG-DISP          PIC X(44).
01 WS-UNG-HEADER           PIC X(80) VALUE
   'STUDENTS STILL UNGRADED AFTER POSTING'.
01 WS-UNG-CLASS-LINE.
   02 FILLER               PIC X(08) VALUE 'COURSE: '.
   02 WS-UNG-CRS-ID        PIC X(06).
   02 FILLER               PIC X(08) VALUE '  TERM: '.
   02 WS-UNG-TERM          PIC X(05).
   02 FILLER               PIC X(53) VALUE SPACES.
01 WS-UNG-DETAIL.
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-UNG-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-UNG-NAME          PIC X(20).
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-UNG-CLASS-TOTAL.
   02 FILLER               PIC X(04) VALUE SPACES.
   02 FILLER               PIC X(18) VALUE 'UNGRADED IN CLASS:'.
   02 WS-UNG-CLASS-COUNT   PIC ZZZZ9.
   02 FILLER               PIC X(53) VALUE SPACES.
01 WS-UNG-NONE-LINE        PIC X(80) VALUE
   'EVERY STUDENT IN THE CLASSES POSTED HAS A GRADE'.
01 WS-NOT-ON-ROSTER-NAME   PIC X(20) VALUE
   '** NOT ON ROSTER **'.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
01 WS-REG-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
PROCEDURE DIVISION.
    DISPLAY 'POSTING INSTRUCTOR GRADES TO ENROLLMENTS...'
    ACCEPT WS-DISK1-NAME FROM ENVIRONMENT WS-DISK1-ENV
       ON EXCEPTION
          MOVE 'DISK1' TO WS-DISK1-NAME
    END-ACCEPT
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       END-IF
    END-PERFORM.
    PERFORM WRITE-CONTROL-TOTALS.
    PERFORM REPORT-UNGRADED-STUDENTS.
    CLOSE ENRFILE.
    PERFORM CHECK-FS-ENR.
    CLOSE TRANFILE.
    DISPLAY 'TRANSACTIONS READ    : ' WS-READ-COUNT.
    DISPLAY 'TRANSACTIONS APPLIED : ' WS-APPLIED-COUNT.
    DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.
    DISPLAY 'GRADES LEFT BLANK    : ' WS-BLANK-COUNT.
    DISPLAY 'STUDENTS UNGRADED    : ' WS-UNGRADED-COUNT.
    IF WS-CLASS-OVERFLOW > ZERO
       DISPLAY 'WARNING: ' WS-CLASS-OVERFLOW ' CLASS(ES) BEYOND THE '
          WS-CLASS-MAX '-CLASS LIMIT NOT CHECKED FOR UNGRADED STUDENTS'
    END-IF.
    IF WS-REJECT-COUNT > ZERO
       MOVE 04 TO RETURN-CODE
    END-IF.
APPLY-GRADE-TRANSACTION.
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-REJECT-REASON
    PERFORM REMEMBER-CLASS
    IF GRD-TRAN-NO-GRADE
       ADD 1 TO WS-BLANK-COUNT
       MOVE 'NO GRADE ENTERED - LEFT UNGRADED'
          TO WS-REJECT-REASON
       PERFORM WRITE-REGISTER-LINE
    ELSE
       PERFORM POST-ONE-GRADE
    END-IF.
POST-ONE-GRADE.
    IF NOT GRD-TRAN-VALID-GRADE
       MOVE 'Y' TO WS-REJECT-SW
       STRING 'INVALID GRADE CODE: ' GRD-TRAN-GRADE
       MOVE 'APPLIED' TO WS-REJECT-REASON
       PERFORM WRITE-REGISTER-LINE
    END-IF.
REMEMBER-CLASS.
    MOVE 'N' TO WS-CLASS-FOUND-SW
    PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
       UNTIL WS-CLASS-SUB > WS-CLASS-TOTAL OR CLASS-IN-TABLE
       IF WS-CLS-CRS-ID (WS-CLASS-SUB) = GRD-TRAN-CRS-ID
          AND WS-CLS-TERM (WS-CLASS-SUB) = GRD-TRAN-TERM
          MOVE 'Y' TO WS-CLASS-FOUND-SW
       END-IF
    END-PERFORM
    IF CLASS-NOT-IN-TABLE
       IF WS-CLASS-TOTAL < WS-CLASS-MAX
          ADD 1 TO WS-CLASS-TOTAL
          MOVE GRD-TRAN-CRS-ID TO WS-CLS-CRS-ID (WS-CLASS-TOTAL)
          MOVE GRD-TRAN-TERM TO WS-CLS-TERM (WS-CLASS-TOTAL)
       ELSE
          ADD 1 TO WS-CLASS-OVERFLOW
       END-IF
    END-IF.
*> ENRMSTR is keyed student-first, so the ungraded enrollments of
*> the classes posted are gathered in one pass and sorted into
*> course, term and name order for the register.
REPORT-UNGRADED-STUDENTS.
    SORT UNG-SORT-WORK
       ON ASCENDING KEY USW-CRS-ID USW-TERM USW-NAME USW-STD-NO
       INPUT PROCEDURE IS RELEASE-UNGRADED-ENROLLMENTS
       GIVING USRTFILE
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE WS-UNG-HEADER TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    OPEN INPUT USRTFILE
    PERFORM CHECK-FS-USRT
    PERFORM READ-SORTED-UNGRADED
    IF SORT-EOF-SW
       MOVE WS-UNG-NONE-LINE TO REG-LINE
       WRITE REG-LINE
       PERFORM CHECK-FS-REG
    END-IF
    PERFORM UNTIL SORT-EOF-SW
       PERFORM LIST-ONE-UNGRADED-CLASS
    END-PERFORM
    CLOSE USRTFILE
    PERFORM CHECK-FS-USRT
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'STUDENTS STILL UNGRADED' TO WS-TOT-LABEL
    MOVE WS-UNGRADED-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
RELEASE-UNGRADED-ENROLLMENTS.
    OPEN INPUT FILE1
    PERFORM CHECK-FS1
    MOVE 'N' TO WS-ENR-EOF-SW
    MOVE LOW-VALUES TO ENR-KEY
    START ENRFILE KEY IS NOT LESS THAN ENR-KEY
       INVALID KEY MOVE 'Y' TO WS-ENR-EOF-SW
    END-START
    PERFORM UNTIL ENR-EOF-SW
       READ ENRFILE NEXT
          AT END MOVE 'Y' TO WS-ENR-EOF-SW
       END-READ
       PERFORM CHECK-FS-ENR
       IF ENR-NOT-EOF-SW AND ENR-NOT-GRADED
          PERFORM RELEASE-IF-CLASS-POSTED
       END-IF
    END-PERFORM
    CLOSE FILE1
    PERFORM CHECK-FS1.
RELEASE-IF-CLASS-POSTED.
    MOVE 'N' TO WS-CLASS-FOUND-SW
    PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
       UNTIL WS-CLASS-SUB > WS-CLASS-TOTAL OR CLASS-IN-TABLE
       IF WS-CLS-CRS-ID (WS-CLASS-SUB) = ENR-CRS-ID
          AND WS-CLS-TERM (WS-CLASS-SUB) = ENR-TERM
          MOVE 'Y' TO WS-CLASS-FOUND-SW
       END-IF
    END-PERFORM
    IF CLASS-IN-TABLE
       MOVE SPACES TO USW-REC
       MOVE ENR-CRS-ID TO USW-CRS-ID
       MOVE ENR-TERM TO USW-TERM
       MOVE ENR-STD-NO TO USW-STD-NO
       MOVE ENR-STD-NO TO STD-NO
       READ FILE1
          INVALID KEY
             MOVE WS-NOT-ON-ROSTER-NAME TO USW-NAME
          NOT INVALID KEY
             MOVE STD-NAME TO USW-NAME
       END-READ
       PERFORM CHECK-FS1
       RELEASE USW-REC
    END-IF.
READ-SORTED-UNGRADED.
    READ USRTFILE
       AT END MOVE 'Y' TO WS-SORT-EOF-SW
    END-READ
    PERFORM CHECK-FS-USRT.
LIST-ONE-UNGRADED-CLASS.
    MOVE USRT-CRS-ID TO WS-BREAK-CRS-ID
    MOVE USRT-TERM TO WS-BREAK-TERM
    MOVE ZERO TO WS-CLASS-UNGRADED
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE WS-BREAK-CRS-ID TO WS-UNG-CRS-ID
    MOVE WS-BREAK-TERM TO WS-UNG-TERM
    MOVE WS-UNG-CLASS-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    PERFORM UNTIL SORT-EOF-SW
       OR USRT-CRS-ID NOT = WS-BREAK-CRS-ID
       OR USRT-TERM NOT = WS-BREAK-TERM
       ADD 1 TO WS-CLASS-UNGRADED
       ADD 1 TO WS-UNGRADED-COUNT
       MOVE SPACES TO WS-UNG-DETAIL
       MOVE USRT-STD-NO TO WS-UNG-STD-NO
       MOVE USRT-NAME TO WS-UNG-NAME
       MOVE WS-UNG-DETAIL TO REG-LINE
       WRITE REG-LINE
       PERFORM CHECK-FS-REG
       PERFORM READ-SORTED-UNGRADED
    END-PERFORM
    MOVE WS-CLASS-UNGRADED TO WS-UNG-CLASS-COUNT
    MOVE WS-UNG-CLASS-TOTAL TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
WRITE-REGISTER-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-REG-HEADER TO REG-LINE
    MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'GRADES LEFT BLANK     ' TO WS-TOT-LABEL
    MOVE WS-BLANK-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 10
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
       MOVE 16 TO RETURN-CODE
       GOBACK
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 23
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-USRT.
    IF WS-FS-USRT NOT = 00 AND WS-FS-USRT NOT = 10
       DISPLAY 'USRTFILE (UNGSRT) I-O ERROR, FILE STATUS = ' WS-FS-USRT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-REG.
    IF WS-FS-REG NOT = 00
       DISPLAY 'REGFILE (GRDREG) I-O ERROR, FILE STATUS = ' WS-FS-REG
