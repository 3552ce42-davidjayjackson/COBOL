*> roster and active and the course still has a seat.  Each accepted
*> enrollment bumps CRS-ENROLLED on the course record, so 'how many
*> students are in course X' is answered from the course master
*> without a manual count.  A student on the FINHOLD financial-hold
*> list built by the ARAGING receivables aging run is refused until
*> the linked customer's past-due balance is paid.  A student
*> refused for capacity can be put on the course's WAITLIST, and
*> every drop promotes the first eligible waiting student into the
*> freed seat, so CRS-ENROLLED never has to be corrected by hand.
*> Course prerequisites from the PREREQ file are checked against
*> the student's ENRMSTR grade history; a supervisor may override
*> an unmet prerequisite, and every override is filed through
*> EXCPLOG for the dean's review.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS ENR-KEY
    FILE STATUS IS WS-FS-ENR.
    SELECT HOLDFILE ASSIGN TO FINHOLD
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS HOLD-STD-NO
    FILE STATUS IS WS-FS-HOLD.
    SELECT WAITFILE ASSIGN TO WAITLIST
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS WAIT-KEY
    FILE STATUS IS WS-FS-WAIT.
    SELECT PRQFILE ASSIGN TO PREREQ
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PRQ-KEY
    FILE STATUS IS WS-FS-PRQ.
    SELECT USERFILE ASSIGN TO USERMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS USR-ID
    FILE STATUS IS WS-FS-USER.
DATA DIVISION.
FILE SECTION.
FD  FILE1
    RECORDING MODE IS F
    DATA RECORD IS ENR-REC.
COPY ENRREC.
FD  HOLDFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS HOLD-REC.
COPY HOLDREC.
FD  WAITFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS WAIT-REC.
COPY WAITREC.
FD  PRQFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS PRQ-REC.
COPY PREREC.
FD  USERFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS USR-REC.
COPY USRREC.
WORKING-STORAGE SECTION.
77 WS-FS1              PIC 9(02).
77 WS-FS-CRS           PIC 9(02).
77 WS-FS-ENR           PIC 9(02).
77 WS-FS-HOLD          PIC 9(02).
77 WS-FS-WAIT          PIC 9(02).
77 WS-FS-PRQ           PIC 9(02).
77 WS-FS-USER          PIC 9(02).
01 WS-EOF-SW           PIC X(01) VALUE 'N'.
   88 EOF-SW           VALUE 'Y'.
   88 NOT-EOF-SW       VALUE 'N'.
   88 ENROLL-STUDENT   VALUE 1.
   88 DROP-ENROLLMENT  VALUE 2.
   88 LIST-COURSE      VALUE 3.
   88 WAITLIST-INQUIRY VALUE 4.
   88 EXIT-MENU        VALUE 9.
01 WS-STD-FOUND        PIC X(01) VALUE 'N'.
   88 STD-FOUND-ON-FILE VALUE 'Y'.
01 WS-ENR-FOUND        PIC X(01) VALUE 'N'.
   88 ENR-FOUND-ON-FILE VALUE 'Y'.
   88 ENR-NOT-ON-FILE  VALUE 'N'.
01 WS-HOLD-FILE-SW     PIC X(01) VALUE 'N'.
   88 HOLD-FILE-OPEN   VALUE 'Y'.
   88 HOLD-FILE-ABSENT VALUE 'N'.
01 WS-HOLD-FOUND       PIC X(01) VALUE 'N'.
   88 STD-ON-HOLD      VALUE 'Y'.
   88 STD-NOT-ON-HOLD  VALUE 'N'.
01 WS-HOLD-PAST-DUE    PIC ZZ,ZZZ,ZZ9.99.
01 WS-ENR-WRITTEN      PIC X(01) VALUE 'N'.
   88 ENR-WAS-WRITTEN  VALUE 'Y'.
   88 ENR-NOT-WRITTEN  VALUE 'N'.
01 WS-WAIT-EOF-SW      PIC X(01) VALUE 'N'.
   88 WAIT-EOF-SW      VALUE 'Y'.
   88 WAIT-NOT-EOF-SW  VALUE 'N'.
01 WS-WAIT-ANSWER      PIC X(01) VALUE 'N'.
   88 WAIT-ANSWER-YES  VALUES 'Y' 'y'.
01 WS-WAIT-CRS-ID      PIC X(06) VALUE SPACES.
01 WS-WAIT-TERM        PIC X(05) VALUE SPACES.
01 WS-WAIT-STD-NO      PIC 9(05) VALUE ZERO.
77 WS-WAIT-LAST-SEQ    PIC 9(05) VALUE ZERO.
77 WS-WAIT-PENDING     PIC 9(05) VALUE ZERO.
77 WS-WAIT-POSITION    PIC 9(05) VALUE ZERO.
01 WS-PROMOTED-SW      PIC X(01) VALUE 'N'.
   88 SEAT-FILLED      VALUE 'Y'.
   88 SEAT-STILL-OPEN  VALUE 'N'.
01 WS-PRQ-FILE-SW      PIC X(01) VALUE 'N'.
   88 PRQ-FILE-OPEN    VALUE 'Y'.
   88 PRQ-FILE-ABSENT  VALUE 'N'.
01 WS-PRQ-EOF-SW       PIC X(01) VALUE 'N'.
   88 PRQ-EOF-SW       VALUE 'Y'.
   88 PRQ-NOT-EOF-SW   VALUE 'N'.
01 WS-PREREQ-SW        PIC X(01) VALUE 'Y'.
   88 PREREQS-MET      VALUE 'Y'.
   88 PREREQS-NOT-MET  VALUE 'N'.
01 WS-QUALIFIED-SW     PIC X(01) VALUE 'N'.
   88 PREREQ-QUALIFIED VALUE 'Y'.
   88 PREREQ-NOT-QUALIFIED VALUE 'N'.
77 WS-PRQ-MISSING-COUNT PIC 9(02) VALUE ZERO.
01 WS-PRQ-FIRST-MISSING PIC X(06) VALUE SPACES.
01 WS-OVRD-ANSWER      PIC X(01) VALUE 'N'.
   88 OVRD-ANSWER-YES  VALUES 'Y' 'y'.
01 WS-OVRD-USER-ID     PIC X(08) VALUE SPACES.
01 WS-OVRD-PASSWORD    PIC X(08) VALUE SPACES.
01 WS-OVRD-SW          PIC X(01) VALUE 'N'.
   88 OVERRIDE-APPROVED VALUE 'Y'.
   88 OVERRIDE-REFUSED VALUE 'N'.
COPY EXPARM.
01 WS-LIST-CRS-ID      PIC X(06) VALUE SPACES.
01 WS-LIST-TERM        PIC X(05) VALUE SPACES.
77 WS-LIST-COUNT       PIC 9(05) VALUE ZERO.
    OPEN I-O CRSFILE.
    PERFORM CHECK-FS-CRS.
    PERFORM OPEN-ENR-FILE.
    PERFORM OPEN-HOLD-FILE.
    PERFORM OPEN-WAIT-FILE.
    PERFORM OPEN-PRQ-FILE.
    PERFORM UNTIL EXIT-MENU
       DISPLAY ' '
       DISPLAY '========== COURSE REGISTRATION MENU =========='
       DISPLAY '  1.  ENROLL A STUDENT'
       DISPLAY '  2.  DROP AN ENROLLMENT'
       DISPLAY '  3.  LIST ENROLLMENTS FOR A COURSE'
       DISPLAY '  4.  WAITLIST POSITION INQUIRY'
       DISPLAY '  9.  EXIT'
       DISPLAY '==============================================='
       DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
             PERFORM DROP-ONE-ENROLLMENT
          WHEN LIST-COURSE
             PERFORM LIST-COURSE-ENROLLMENTS
          WHEN WAITLIST-INQUIRY
             PERFORM INQUIRE-WAITLIST-POSITION
          WHEN EXIT-MENU
             DISPLAY 'EXITING COURSE REGISTRATION'
          WHEN OTHER
    PERFORM CHECK-FS-CRS.
    CLOSE ENRFILE.
    PERFORM CHECK-FS-ENR.
    IF HOLD-FILE-OPEN
       CLOSE HOLDFILE
       PERFORM CHECK-FS-HOLD
    END-IF.
    CLOSE WAITFILE.
    PERFORM CHECK-FS-WAIT.
    IF PRQ-FILE-OPEN
       CLOSE PRQFILE
       PERFORM CHECK-FS-PRQ
    END-IF.
    GOBACK.
OPEN-ENR-FILE.
    OPEN I-O ENRFILE
       OPEN I-O ENRFILE
    END-IF
    PERFORM CHECK-FS-ENR.
*> No hold list on file means no aging run has been made yet, so
*> nobody is on hold.
OPEN-HOLD-FILE.
    OPEN INPUT HOLDFILE
    IF WS-FS-HOLD = 35
       MOVE 'N' TO WS-HOLD-FILE-SW
    ELSE
       PERFORM CHECK-FS-HOLD
       MOVE 'Y' TO WS-HOLD-FILE-SW
    END-IF.
OPEN-WAIT-FILE.
    OPEN I-O WAITFILE
    IF WS-FS-WAIT = 35
       OPEN OUTPUT WAITFILE
       CLOSE WAITFILE
       OPEN I-O WAITFILE
    END-IF
    PERFORM CHECK-FS-WAIT.
*> No prerequisite file means no course has a prerequisite yet.
OPEN-PRQ-FILE.
    OPEN INPUT PRQFILE
    IF WS-FS-PRQ = 35
       MOVE 'N' TO WS-PRQ-FILE-SW
    ELSE
       PERFORM CHECK-FS-PRQ
       MOVE 'Y' TO WS-PRQ-FILE-SW
    END-IF.
ENROLL-ONE-STUDENT.
    DISPLAY 'ENTER STUDENT NUMBER (UP TO 5 DIGITS): ' WITH NO ADVANCING
    ACCEPT STD-NO
    PERFORM READ-STUDENT-RECORD
    IF STD-NOT-ON-FILE
          DISPLAY 'ENROLLMENT REFUSED - STUDENT ' STD-NO
             ' IS NOT ACTIVE'
       ELSE
          PERFORM CHECK-FINANCIAL-HOLD
          IF STD-ON-HOLD
             MOVE HOLD-PAST-DUE TO WS-HOLD-PAST-DUE
             DISPLAY 'ENROLLMENT REFUSED - STUDENT ' STD-NO
                ' IS ON FINANCIAL HOLD (CUSTOMER '
                HOLD-CUST-IDENT ')'
             DISPLAY 'AMOUNT PAST DUE: ' WS-HOLD-PAST-DUE
          ELSE
             PERFORM ACCEPT-COURSE-KEY
             PERFORM READ-COURSE-RECORD
             IF CRS-FOUND-ON-FILE
                PERFORM CHECK-PREREQUISITES
                IF PREREQS-NOT-MET
                   DISPLAY 'ENROLLMENT REFUSED - PREREQUISITES FOR '
                      CRS-ID ' NOT MET'
                ELSE
                   IF CRS-ENROLLED >= CRS-CAPACITY
                      DISPLAY 'ENROLLMENT REFUSED - COURSE ' CRS-ID
                         ' TERM ' CRS-TERM ' IS AT CAPACITY ('
                         CRS-CAPACITY ')'
                      PERFORM OFFER-WAITLIST
                   ELSE
                      PERFORM WRITE-ENROLLMENT
                   END-IF
                END-IF
             END-IF
          END-IF
       END-IF
    END-IF.
CHECK-FINANCIAL-HOLD.
    MOVE 'N' TO WS-HOLD-FOUND
    IF HOLD-FILE-OPEN
       MOVE STD-NO TO HOLD-STD-NO
       READ HOLDFILE
          INVALID KEY
             MOVE 'N' TO WS-HOLD-FOUND
          NOT INVALID KEY
             MOVE 'Y' TO WS-HOLD-FOUND
       END-READ
       PERFORM CHECK-FS-HOLD
    END-IF.
*> Every prerequisite of the course is checked, so the operator
*> sees the whole list of what is missing before any override.
CHECK-PREREQUISITES.
    MOVE 'Y' TO WS-PREREQ-SW
    MOVE ZERO TO WS-PRQ-MISSING-COUNT
    MOVE SPACES TO WS-PRQ-FIRST-MISSING
    IF PRQ-FILE-OPEN
       MOVE 'N' TO WS-PRQ-EOF-SW
       MOVE CRS-ID TO PRQ-CRS-ID
       MOVE LOW-VALUES TO PRQ-REQ-CRS-ID
       START PRQFILE KEY IS NOT LESS THAN PRQ-KEY
          INVALID KEY MOVE 'Y' TO WS-PRQ-EOF-SW
       END-START
       PERFORM UNTIL PRQ-EOF-SW
          READ PRQFILE NEXT
             AT END MOVE 'Y' TO WS-PRQ-EOF-SW
          END-READ
          PERFORM CHECK-FS-PRQ
          IF PRQ-NOT-EOF-SW
             IF PRQ-CRS-ID NOT = CRS-ID
                MOVE 'Y' TO WS-PRQ-EOF-SW
             ELSE
                PERFORM CHECK-ONE-PREREQUISITE
             END-IF
          END-IF
       END-PERFORM
    END-IF
    IF WS-PRQ-MISSING-COUNT > ZERO
       MOVE 'N' TO WS-PREREQ-SW
       PERFORM REQUEST-PREREQ-OVERRIDE
    END-IF.
*> A prerequisite is met by any term's enrollment in the required
*> course graded at or above the minimum; letter grades collate
*> best-first, so a grade not above the minimum qualifies.
CHECK-ONE-PREREQUISITE.
    MOVE 'N' TO WS-QUALIFIED-SW
    MOVE 'N' TO WS-EOF-SW
    MOVE STD-NO TO ENR-STD-NO
    MOVE LOW-VALUES TO ENR-CRS-ID
    MOVE LOW-VALUES TO ENR-TERM
    START ENRFILE KEY IS NOT LESS THAN ENR-KEY
       INVALID KEY MOVE 'Y' TO WS-EOF-SW
    END-START
    PERFORM UNTIL EOF-SW OR PREREQ-QUALIFIED
       READ ENRFILE NEXT
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-ENR
       IF NOT-EOF-SW
          IF ENR-STD-NO NOT = STD-NO
             MOVE 'Y' TO WS-EOF-SW
          ELSE
             IF ENR-CRS-ID = PRQ-REQ-CRS-ID
                AND ENR-GRADED
                AND ENR-GRADE NOT > PRQ-MIN-GRADE
                MOVE 'Y' TO WS-QUALIFIED-SW
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF PREREQ-NOT-QUALIFIED
       ADD 1 TO WS-PRQ-MISSING-COUNT
       IF WS-PRQ-FIRST-MISSING = SPACES
          MOVE PRQ-REQ-CRS-ID TO WS-PRQ-FIRST-MISSING
       END-IF
       DISPLAY 'PREREQUISITE NOT MET - ' PRQ-REQ-CRS-ID
          ' WITH GRADE ' PRQ-MIN-GRADE ' OR BETTER'
    END-IF.
*> Only an active administrator-level sign-on from USERMSTR can
*> approve an override; the approval is filed as a warning on the
*> exception repository, keyed student/course/term.
REQUEST-PREREQ-OVERRIDE.
    DISPLAY 'SUPERVISOR OVERRIDE? (Y/N): ' WITH NO ADVANCING
    MOVE 'N' TO WS-OVRD-ANSWER
    ACCEPT WS-OVRD-ANSWER
    IF OVRD-ANSWER-YES
       MOVE 'N' TO WS-OVRD-SW
       DISPLAY 'SUPERVISOR ID: ' WITH NO ADVANCING
       MOVE SPACES TO WS-OVRD-USER-ID
       ACCEPT WS-OVRD-USER-ID
       DISPLAY 'PASSWORD     : ' WITH NO ADVANCING
       MOVE SPACES TO WS-OVRD-PASSWORD
       ACCEPT WS-OVRD-PASSWORD
       OPEN INPUT USERFILE
       IF WS-FS-USER = 35
          DISPLAY 'NO USER FILE ON RECORD - OVERRIDE NOT AVAILABLE'
       ELSE
          PERFORM CHECK-FS-USER
          MOVE WS-OVRD-USER-ID TO USR-ID
          READ USERFILE
             INVALID KEY
                MOVE 'N' TO WS-OVRD-SW
             NOT INVALID KEY
                IF USR-PASSWORD = WS-OVRD-PASSWORD
                   AND USR-ACTIVE AND USR-ADMIN-LEVEL
                   MOVE 'Y' TO WS-OVRD-SW
                END-IF
          END-READ
          CLOSE USERFILE
          PERFORM CHECK-FS-USER
       END-IF
       IF OVERRIDE-APPROVED
          MOVE 'Y' TO WS-PREREQ-SW
          PERFORM LOG-PREREQ-OVERRIDE
          DISPLAY 'PREREQUISITE OVERRIDE APPROVED BY '
             WS-OVRD-USER-ID ' - LOGGED FOR REVIEW'
       ELSE
          DISPLAY 'OVERRIDE REFUSED - SUPERVISOR SIGN-ON REQUIRED'
       END-IF
    END-IF.
LOG-PREREQ-OVERRIDE.
    MOVE 'STDENRL' TO EXC-PARM-PGM
    MOVE 'W' TO EXC-PARM-SEVERITY
    MOVE SPACES TO EXC-PARM-KEY
    MOVE STD-NO TO EXC-PARM-KEY (1:5)
    MOVE CRS-ID TO EXC-PARM-KEY (7:6)
    MOVE CRS-TERM TO EXC-PARM-KEY (14:5)
    MOVE SPACES TO EXC-PARM-REASON
    STRING 'PREREQ OVERRIDE BY ' WS-OVRD-USER-ID
       ' - ' WS-PRQ-MISSING-COUNT ' NOT MET, FIRST '
       WS-PRQ-FIRST-MISSING
       DELIMITED BY SIZE INTO EXC-PARM-REASON
    END-STRING
    CALL 'EXCPLOG' USING EXC-PARM.
WRITE-ENROLLMENT.
    MOVE SPACES TO ENR-REC
    MOVE STD-NO TO ENR-STD-NO
    MOVE CRS-ID TO ENR-CRS-ID
    MOVE CRS-TERM TO ENR-TERM
    MOVE SPACE TO ENR-GRADE
    MOVE 'N' TO WS-ENR-WRITTEN
    ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAYS-YYYY TO ENR-ENR-YYYY
    MOVE WS-TODAYS-MM TO ENR-ENR-MM
          DISPLAY 'STUDENT ' ENR-STD-NO ' ALREADY ENROLLED IN '
             ENR-CRS-ID ' TERM ' ENR-TERM
       NOT INVALID KEY
          MOVE 'Y' TO WS-ENR-WRITTEN
          ADD 1 TO CRS-ENROLLED
          REWRITE CRS-REC
          END-REWRITE
             CRS-ENROLLED ' OF ' CRS-CAPACITY ')'
    END-WRITE.
DROP-ONE-ENROLLMENT.
    DISPLAY 'ENTER STUDENT NUMBER (UP TO 5 DIGITS): ' WITH NO ADVANCING
    ACCEPT ENR-STD-NO
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT ENR-CRS-ID
                PERFORM CHECK-FS-CRS
             END-IF
             DISPLAY 'ENROLLMENT DROPPED'
             IF CRS-FOUND-ON-FILE
                PERFORM PROMOTE-FROM-WAITLIST
             END-IF
       END-DELETE
    END-IF.
*> A full course can take a waitlist request instead of a flat
*> refusal.  A student already enrolled or already waiting is not
*> added twice; the position shown counts only students still
*> waiting ahead of this one.
OFFER-WAITLIST.
    DISPLAY 'ADD STUDENT ' STD-NO ' TO THE WAITLIST? (Y/N): '
       WITH NO ADVANCING
    ACCEPT WS-WAIT-ANSWER
    IF WAIT-ANSWER-YES
       MOVE STD-NO TO ENR-STD-NO
       MOVE CRS-ID TO ENR-CRS-ID
       MOVE CRS-TERM TO ENR-TERM
       READ ENRFILE
          INVALID KEY
             MOVE 'N' TO WS-ENR-FOUND
          NOT INVALID KEY
             MOVE 'Y' TO WS-ENR-FOUND
       END-READ
       IF ENR-FOUND-ON-FILE
          DISPLAY 'STUDENT ' STD-NO ' ALREADY ENROLLED IN '
             CRS-ID ' TERM ' CRS-TERM
       ELSE
          MOVE CRS-ID TO WS-WAIT-CRS-ID
          MOVE CRS-TERM TO WS-WAIT-TERM
          MOVE STD-NO TO WS-WAIT-STD-NO
          PERFORM SCAN-COURSE-WAITLIST
          IF WS-WAIT-POSITION > ZERO
             DISPLAY 'STUDENT ' STD-NO ' IS ALREADY WAITLISTED - '
                'POSITION ' WS-WAIT-POSITION ' OF ' WS-WAIT-PENDING
          ELSE
             PERFORM ADD-WAITLIST-ENTRY
          END-IF
       END-IF
    END-IF.
ADD-WAITLIST-ENTRY.
    MOVE SPACES TO WAIT-REC
    MOVE WS-WAIT-CRS-ID TO WAIT-CRS-ID
    MOVE WS-WAIT-TERM TO WAIT-TERM
    COMPUTE WAIT-SEQ = WS-WAIT-LAST-SEQ + 1
    MOVE WS-WAIT-STD-NO TO WAIT-STD-NO
    ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAYS-DATE TO WAIT-REQ-DATE
    MOVE 'W' TO WAIT-STATUS
    MOVE WS-TODAYS-DATE TO WAIT-STATUS-DATE
    MOVE 'N' TO WAIT-NOTIFIED
    WRITE WAIT-REC
       INVALID KEY
          DISPLAY 'UNABLE TO ADD WAITLIST REQUEST'
       NOT INVALID KEY
          ADD 1 TO WS-WAIT-PENDING
          DISPLAY 'STUDENT ' WAIT-STD-NO ' WAITLISTED FOR '
             WAIT-CRS-ID ' TERM ' WAIT-TERM ' - POSITION '
             WS-WAIT-PENDING
    END-WRITE
    PERFORM CHECK-FS-WAIT.
*> Reads one course/term's waitlist in request order: leaves the
*> highest sequence used, the count still waiting, and the waiting
*> position of WS-WAIT-STD-NO (zero when that student is not
*> waiting).
SCAN-COURSE-WAITLIST.
    MOVE ZERO TO WS-WAIT-LAST-SEQ
    MOVE ZERO TO WS-WAIT-PENDING
    MOVE ZERO TO WS-WAIT-POSITION
    MOVE 'N' TO WS-WAIT-EOF-SW
    MOVE WS-WAIT-CRS-ID TO WAIT-CRS-ID
    MOVE WS-WAIT-TERM TO WAIT-TERM
    MOVE ZERO TO WAIT-SEQ
    START WAITFILE KEY IS NOT LESS THAN WAIT-KEY
       INVALID KEY MOVE 'Y' TO WS-WAIT-EOF-SW
    END-START
    PERFORM UNTIL WAIT-EOF-SW
       READ WAITFILE NEXT
          AT END MOVE 'Y' TO WS-WAIT-EOF-SW
       END-READ
       PERFORM CHECK-FS-WAIT
       IF WAIT-NOT-EOF-SW
          IF WAIT-CRS-ID NOT = WS-WAIT-CRS-ID
             OR WAIT-TERM NOT = WS-WAIT-TERM
             MOVE 'Y' TO WS-WAIT-EOF-SW
          ELSE
             MOVE WAIT-SEQ TO WS-WAIT-LAST-SEQ
             IF WAIT-PENDING
                ADD 1 TO WS-WAIT-PENDING
                IF WAIT-STD-NO = WS-WAIT-STD-NO
                   AND WS-WAIT-POSITION = ZERO
                   MOVE WS-WAIT-PENDING TO WS-WAIT-POSITION
                END-IF
             END-IF
          END-IF
       END-IF
    END-PERFORM.
*> The freed seat goes to the first waiting student who could
*> register today.  A student who has left the roster, gone
*> inactive or enrolled some other way is taken off the list; a
*> student on financial hold keeps the place but is passed over
*> until the hold clears.
PROMOTE-FROM-WAITLIST.
    MOVE 'N' TO WS-PROMOTED-SW
    MOVE 'N' TO WS-WAIT-EOF-SW
    MOVE CRS-ID TO WS-WAIT-CRS-ID
    MOVE CRS-TERM TO WS-WAIT-TERM
    MOVE CRS-ID TO WAIT-CRS-ID
    MOVE CRS-TERM TO WAIT-TERM
    MOVE ZERO TO WAIT-SEQ
    START WAITFILE KEY IS NOT LESS THAN WAIT-KEY
       INVALID KEY MOVE 'Y' TO WS-WAIT-EOF-SW
    END-START
    PERFORM UNTIL WAIT-EOF-SW OR SEAT-FILLED
       OR CRS-ENROLLED >= CRS-CAPACITY
       READ WAITFILE NEXT
          AT END MOVE 'Y' TO WS-WAIT-EOF-SW
       END-READ
       PERFORM CHECK-FS-WAIT
       IF WAIT-NOT-EOF-SW
          IF WAIT-CRS-ID NOT = WS-WAIT-CRS-ID
             OR WAIT-TERM NOT = WS-WAIT-TERM
             MOVE 'Y' TO WS-WAIT-EOF-SW
          ELSE
             IF WAIT-PENDING
                PERFORM TRY-WAITLIST-CANDIDATE
             END-IF
          END-IF
       END-IF
    END-PERFORM.
TRY-WAITLIST-CANDIDATE.
    MOVE WAIT-STD-NO TO STD-NO
    PERFORM READ-STUDENT-RECORD
    IF STD-NOT-ON-FILE OR NOT STD-ACTIVE
       DISPLAY 'WAITLISTED STUDENT ' WAIT-STD-NO
          ' NO LONGER ACTIVE - REMOVED FROM WAITLIST'
       MOVE 'R' TO WAIT-STATUS
       PERFORM UPDATE-WAITLIST-ENTRY
    ELSE
       PERFORM CHECK-FINANCIAL-HOLD
       IF STD-ON-HOLD
          DISPLAY 'WAITLISTED STUDENT ' WAIT-STD-NO
             ' PASSED OVER - ON FINANCIAL HOLD'
       ELSE
          PERFORM WRITE-ENROLLMENT
          IF ENR-WAS-WRITTEN
             MOVE 'Y' TO WS-PROMOTED-SW
             MOVE 'P' TO WAIT-STATUS
             DISPLAY 'STUDENT ' WAIT-STD-NO
                ' PROMOTED FROM THE WAITLIST'
          ELSE
             MOVE 'R' TO WAIT-STATUS
          END-IF
          PERFORM UPDATE-WAITLIST-ENTRY
       END-IF
    END-IF.
UPDATE-WAITLIST-ENTRY.
    ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAYS-DATE TO WAIT-STATUS-DATE
    MOVE 'N' TO WAIT-NOTIFIED
    REWRITE WAIT-REC
    END-REWRITE
    PERFORM CHECK-FS-WAIT.
INQUIRE-WAITLIST-POSITION.
    DISPLAY 'ENTER STUDENT NUMBER (UP TO 5 DIGITS): ' WITH NO ADVANCING
    ACCEPT WS-WAIT-STD-NO
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT WS-WAIT-CRS-ID
    DISPLAY 'ENTER TERM (5 CHARS): ' WITH NO ADVANCING
    ACCEPT WS-WAIT-TERM
    PERFORM SCAN-COURSE-WAITLIST
    IF WS-WAIT-POSITION = ZERO
       DISPLAY 'STUDENT ' WS-WAIT-STD-NO ' IS NOT WAITING FOR '
          WS-WAIT-CRS-ID ' TERM ' WS-WAIT-TERM
    ELSE
       DISPLAY 'STUDENT ' WS-WAIT-STD-NO ' IS NUMBER '
          WS-WAIT-POSITION ' OF ' WS-WAIT-PENDING
          ' WAITING FOR ' WS-WAIT-CRS-ID ' TERM ' WS-WAIT-TERM
    END-IF.
LIST-COURSE-ENROLLMENTS.
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT WS-LIST-CRS-ID
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-HOLD.
    IF WS-FS-HOLD NOT = 00 AND WS-FS-HOLD NOT = 23
       DISPLAY 'HOLDFILE (FINHOLD) I-O ERROR, FILE STATUS = ' WS-FS-HOLD
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-WAIT.
    IF WS-FS-WAIT NOT = 00 AND WS-FS-WAIT NOT = 10
       AND WS-FS-WAIT NOT = 23
       DISPLAY 'WAITFILE (WAITLIST) I-O ERROR, FILE STATUS = ' WS-FS-WAIT
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-PRQ.
    IF WS-FS-PRQ NOT = 00 AND WS-FS-PRQ NOT = 10
       DISPLAY 'PRQFILE (PREREQ) I-O ERROR, FILE STATUS = ' WS-FS-PRQ
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-USER.
    IF WS-FS-USER NOT = 00 AND WS-FS-USER NOT = 23
       DISPLAY 'USERFILE (USERMSTR) I-O ERROR, FILE STATUS = ' WS-FS-USER
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-ENR.
    IF WS-FS-ENR NOT = 00 AND WS-FS-ENR NOT = 10
       DISPLAY 'ENRFILE (ENRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ENR
