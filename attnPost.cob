       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ATTNPOST.
*> Daily class attendance posting: reads the instructors' attendance
*> transactions (P present, A absent, T tardy, E excused) and loads
*> them onto the ATTNDNC attendance file.  Each transaction is edited
*> the way GRDPOST edits grades - the status code, the class date
*> through DATEVAL and not in the future, the enrollment on ENRMSTR
*> and not before the student enrolled, and the class date within
*> the course's CRS-START-DATE/CRS-END-DATE on CRSMSTR.  A repeat of
*> a class date already on file with a different status corrects
*> it; an exact repeat is rejected as a duplicate.  Every
*> transaction lands on the register with its disposition, and a
*> run with any reject ends RC 04.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENRFILE ASSIGN TO ENRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT CRSFILE ASSIGN TO CRSMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS CRS-KEY
    FILE STATUS IS WS-FS-CRS.
    SELECT ATTNFILE ASSIGN TO ATTNDNC
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS ATTN-KEY
    FILE STATUS IS WS-FS-ATTN.
    SELECT TRANFILE ASSIGN TO ATTNTRAN
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-TRAN.
    SELECT REGFILE ASSIGN TO ATTNREG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-REG.
DATA DIVISION.
FILE SECTION.
FD  ENRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ENR-REC.
COPY ENRREC.
FD  CRSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CRS-REC.
COPY CRSREC.
FD  ATTNFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ATTN-REC.
COPY ATTNREC.
FD  TRANFILE
    RECORD CONTAINS 80 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ATT-TRAN-REC.
01 ATT-TRAN-REC.
    02 ATT-TRAN-STD-NO     PIC 9(05).
    02 ATT-TRAN-CRS-ID     PIC X(06).
    02 ATT-TRAN-TERM       PIC X(05).
    02 ATT-TRAN-CLASS-DATE PIC 9(08).
    02 ATT-TRAN-STATUS     PIC X(01).
       88 ATT-TRAN-VALID-STATUS VALUES 'P' 'A' 'T' 'E'.
    02 FILLER              PIC X(55).
FD  REGFILE
    DATA RECORD IS REG-LINE.
01 REG-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-ENR               PIC 9(02).
77 WS-FS-CRS               PIC 9(02).
77 WS-FS-ATTN              PIC 9(02).
77 WS-FS-TRAN              PIC 9(02).
77 WS-FS-REG               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-REJECT-SW            PIC X(01) VALUE 'N'.
   88 TRAN-REJECTED        VALUE 'Y'.
   88 TRAN-ACCEPTED        VALUE 'N'.
01 WS-DISPOSITION          PIC X(39).
01 WS-OLD-STATUS           PIC X(01) VALUE SPACE.
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-RECORDED-COUNT       PIC 9(07) VALUE ZERO.
77 WS-CORRECTED-COUNT      PIC 9(07) VALUE ZERO.
77 WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
COPY DVPARM.
01 WS-REG-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE 'ATTENDANCE POSTING REGISTER'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-REG-COLUMNS          PIC X(80) VALUE
   'STD-NO  COURSE  TERM   CLASS DATE  STAT  DISPOSITION'.
01 WS-REG-DETAIL.
   02 WS-REG-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-REG-CRS-ID        PIC X(06).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-TERM          PIC X(05).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-CLASS-DATE    PIC X(10).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-STATUS        PIC X(01).
   02 FILLER               PIC X(05) VALUE SPACES.
   02 WS-REG-DISP          PIC X(39).
01 WS-REG-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
PROCEDURE DIVISION.
    DISPLAY 'POSTING DAILY CLASS ATTENDANCE...'
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING
    OPEN INPUT ENRFILE.
    PERFORM CHECK-FS-ENR.
    OPEN INPUT CRSFILE.
    PERFORM CHECK-FS-CRS.
    OPEN I-O ATTNFILE.
    IF WS-FS-ATTN = 35
       OPEN OUTPUT ATTNFILE
       PERFORM CHECK-FS-ATTN
       CLOSE ATTNFILE
       PERFORM CHECK-FS-ATTN
       OPEN I-O ATTNFILE
    END-IF.
    PERFORM CHECK-FS-ATTN.
    OPEN INPUT TRANFILE.
    PERFORM CHECK-FS-TRAN.
    OPEN OUTPUT REGFILE.
    PERFORM CHECK-FS-REG.
    PERFORM WRITE-REGISTER-HEADER.
    PERFORM UNTIL EOF-SW
       READ TRANFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-TRAN
       IF NOT-EOF-SW
          ADD 1 TO WS-READ-COUNT
          PERFORM POST-ONE-ATTENDANCE
       END-IF
    END-PERFORM.
    PERFORM WRITE-CONTROL-TOTALS.
    CLOSE ENRFILE.
    PERFORM CHECK-FS-ENR.
    CLOSE CRSFILE.
    PERFORM CHECK-FS-CRS.
    CLOSE ATTNFILE.
    PERFORM CHECK-FS-ATTN.
    CLOSE TRANFILE.
    PERFORM CHECK-FS-TRAN.
    CLOSE REGFILE.
    PERFORM CHECK-FS-REG.
    DISPLAY 'TRANSACTIONS READ    : ' WS-READ-COUNT.
    DISPLAY 'ATTENDANCE RECORDED  : ' WS-RECORDED-COUNT.
    DISPLAY 'ATTENDANCE CORRECTED : ' WS-CORRECTED-COUNT.
    DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECT-COUNT.
    IF WS-REJECT-COUNT > ZERO
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
POST-ONE-ATTENDANCE.
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-DISPOSITION
    PERFORM EDIT-ATTENDANCE
    IF TRAN-ACCEPTED
       PERFORM APPLY-ATTENDANCE
    END-IF
    IF TRAN-REJECTED
       ADD 1 TO WS-REJECT-COUNT
    END-IF
    PERFORM WRITE-REGISTER-LINE.
EDIT-ATTENDANCE.
    IF NOT ATT-TRAN-VALID-STATUS
       MOVE 'Y' TO WS-REJECT-SW
       STRING 'INVALID ATTENDANCE CODE: ' ATT-TRAN-STATUS
          DELIMITED BY SIZE INTO WS-DISPOSITION
       END-STRING
    END-IF
    IF TRAN-ACCEPTED
       IF ATT-TRAN-CLASS-DATE NOT NUMERIC
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'INVALID CLASS DATE' TO WS-DISPOSITION
       ELSE
          MOVE ATT-TRAN-CLASS-DATE TO DV-DATE
          MOVE 'E' TO DV-TYPE
          CALL 'DATEVAL' USING DV-PARM
          IF DV-NOT-VALID
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'INVALID CLASS DATE' TO WS-DISPOSITION
          END-IF
       END-IF
    END-IF
    IF TRAN-ACCEPTED
       IF ATT-TRAN-CLASS-DATE > WS-RUN-DATE-NUM
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'CLASS DATE IS IN THE FUTURE' TO WS-DISPOSITION
       END-IF
    END-IF
    IF TRAN-ACCEPTED
       MOVE ATT-TRAN-STD-NO TO ENR-STD-NO
       MOVE ATT-TRAN-CRS-ID TO ENR-CRS-ID
       MOVE ATT-TRAN-TERM TO ENR-TERM
       READ ENRFILE
          INVALID KEY
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'ENROLLMENT NOT ON FILE' TO WS-DISPOSITION
          NOT INVALID KEY
             IF ATT-TRAN-CLASS-DATE < ENR-ENROLL-DATE
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'CLASS DATE BEFORE ENROLLMENT'
                   TO WS-DISPOSITION
             END-IF
       END-READ
       PERFORM CHECK-FS-ENR
    END-IF
    IF TRAN-ACCEPTED
       MOVE ATT-TRAN-CRS-ID TO CRS-ID
       MOVE ATT-TRAN-TERM TO CRS-TERM
       READ CRSFILE
          INVALID KEY
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'COURSE NOT ON FILE FOR TERM' TO WS-DISPOSITION
          NOT INVALID KEY
             IF ATT-TRAN-CLASS-DATE < CRS-START-DATE
                OR ATT-TRAN-CLASS-DATE > CRS-END-DATE
                MOVE 'Y' TO WS-REJECT-SW
                MOVE 'CLASS DATE OUTSIDE COURSE DATES'
                   TO WS-DISPOSITION
             END-IF
       END-READ
       PERFORM CHECK-FS-CRS
    END-IF.
*> A class date already on file is a correction when the status
*> differs; the same status again is a duplicate and rejected.
APPLY-ATTENDANCE.
    MOVE ATT-TRAN-STD-NO TO ATTN-STD-NO
    MOVE ATT-TRAN-CRS-ID TO ATTN-CRS-ID
    MOVE ATT-TRAN-TERM TO ATTN-TERM
    MOVE ATT-TRAN-CLASS-DATE TO ATTN-CLASS-DATE
    READ ATTNFILE
       INVALID KEY
          MOVE SPACES TO ATTN-REC
          MOVE ATT-TRAN-STD-NO TO ATTN-STD-NO
          MOVE ATT-TRAN-CRS-ID TO ATTN-CRS-ID
          MOVE ATT-TRAN-TERM TO ATTN-TERM
          MOVE ATT-TRAN-CLASS-DATE TO ATTN-CLASS-DATE
          MOVE ATT-TRAN-STATUS TO ATTN-STATUS
          MOVE WS-RUN-DATE-NUM TO ATTN-POST-DATE
          WRITE ATTN-REC
          END-WRITE
          PERFORM CHECK-FS-ATTN
          ADD 1 TO WS-RECORDED-COUNT
          MOVE 'RECORDED' TO WS-DISPOSITION
       NOT INVALID KEY
          IF ATTN-STATUS = ATT-TRAN-STATUS
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'DUPLICATE - ALREADY RECORDED'
                TO WS-DISPOSITION
          ELSE
             MOVE ATTN-STATUS TO WS-OLD-STATUS
             MOVE ATT-TRAN-STATUS TO ATTN-STATUS
             MOVE WS-RUN-DATE-NUM TO ATTN-POST-DATE
             REWRITE ATTN-REC
             END-REWRITE
             PERFORM CHECK-FS-ATTN
             ADD 1 TO WS-CORRECTED-COUNT
             STRING 'CORRECTED FROM ' WS-OLD-STATUS
                DELIMITED BY SIZE INTO WS-DISPOSITION
             END-STRING
          END-IF
    END-READ
    PERFORM CHECK-FS-ATTN.
WRITE-REGISTER-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-REG-HEADER TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE WS-REG-COLUMNS TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
WRITE-REGISTER-LINE.
    MOVE SPACES TO WS-REG-DETAIL
    MOVE ATT-TRAN-STD-NO TO WS-REG-STD-NO
    MOVE ATT-TRAN-CRS-ID TO WS-REG-CRS-ID
    MOVE ATT-TRAN-TERM TO WS-REG-TERM
    IF ATT-TRAN-CLASS-DATE NUMERIC
       STRING ATT-TRAN-CLASS-DATE (5:2) DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          ATT-TRAN-CLASS-DATE (7:2) DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          ATT-TRAN-CLASS-DATE (1:4) DELIMITED BY SIZE
          INTO WS-REG-CLASS-DATE
       END-STRING
    ELSE
       MOVE ATT-TRAN-CLASS-DATE TO WS-REG-CLASS-DATE
    END-IF
    MOVE ATT-TRAN-STATUS TO WS-REG-STATUS
    MOVE WS-DISPOSITION TO WS-REG-DISP
    MOVE WS-REG-DETAIL TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
WRITE-CONTROL-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'TRANSACTIONS READ     ' TO WS-TOT-LABEL
    MOVE WS-READ-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'ATTENDANCE RECORDED   ' TO WS-TOT-LABEL
    MOVE WS-RECORDED-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'ATTENDANCE CORRECTED  ' TO WS-TOT-LABEL
    MOVE WS-CORRECTED-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'TRANSACTIONS REJECTED ' TO WS-TOT-LABEL
    MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 23
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-CRS.
    IF WS-FS-CRS NOT = 00 AND WS-FS-CRS NOT = 23
       DISPLAY 'CRSFILE (CRSMSTR) I-O ERROR, FILE STATUS = ' WS-FS-CRS
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ATTN.
    IF WS-FS-ATTN NOT = 00 AND WS-FS-ATTN NOT = 23
       DISPLAY 'ATTNFILE (ATTNDNC) I-O ERROR, FILE STATUS = ' WS-FS-ATTN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-TRAN.
    IF WS-FS-TRAN NOT = 00 AND WS-FS-TRAN NOT = 10
       DISPLAY 'TRANFILE (ATTNTRAN) I-O ERROR, FILE STATUS = ' WS-FS-TRAN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-REG.
    IF WS-FS-REG NOT = 00
       DISPLAY 'REGFILE (ATTNREG) I-O ERROR, FILE STATUS = ' WS-FS-REG
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
