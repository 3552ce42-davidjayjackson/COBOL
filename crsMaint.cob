       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CRSMAINT.
*> Course master maintenance for CRSMSTR, plus the PREREQ course
*> prerequisite file that STDENRL enforces at registration: each
*> prerequisite names a required course and the minimum letter
*> grade the student must have earned in it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CRSFILE ASSIGN TO CRSMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS CRS-KEY
    FILE STATUS IS WS-FS-CRS.
    SELECT PRQFILE ASSIGN TO PREREQ
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS PRQ-KEY
    FILE STATUS IS WS-FS-PRQ.
DATA DIVISION.
FILE SECTION.
FD  CRSFILE
    RECORDING MODE IS F
    DATA RECORD IS CRS-REC.
COPY CRSREC.
FD  PRQFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS PRQ-REC.
COPY PREREC.
WORKING-STORAGE SECTION.
77 WS-FS-CRS           PIC 9(02).
77 WS-FS-PRQ           PIC 9(02).
01 WS-MENU-CHOICE      PIC 9(01) VALUE ZERO.
   88 ADD-COURSE       VALUE 1.
   88 UPDATE-COURSE    VALUE 2.
   88 INQUIRE-COURSE   VALUE 3.
   88 DELETE-COURSE    VALUE 4.
   88 ADD-PREREQ       VALUE 5.
   88 CHANGE-PREREQ    VALUE 6.
   88 LIST-PREREQS     VALUE 7.
   88 EXIT-MENU        VALUE 9.
01 WS-CRS-FOUND        PIC X(01) VALUE 'N'.
   88 FOUND-ON-FILE    VALUE 'Y'.
01 WS-DATES-OK-SW      PIC X(01) VALUE 'N'.
   88 DATES-OK         VALUE 'Y'.
   88 DATES-NOT-OK     VALUE 'N'.
01 WS-PRQ-FOUND        PIC X(01) VALUE 'N'.
   88 PRQ-FOUND-ON-FILE VALUE 'Y'.
   88 PRQ-NOT-ON-FILE  VALUE 'N'.
01 WS-PRQ-EOF-SW       PIC X(01) VALUE 'N'.
   88 PRQ-EOF-SW       VALUE 'Y'.
   88 PRQ-NOT-EOF-SW   VALUE 'N'.
01 WS-PRQ-KEY-OK-SW    PIC X(01) VALUE 'N'.
   88 PRQ-KEY-OK       VALUE 'Y'.
   88 PRQ-KEY-NOT-OK   VALUE 'N'.
01 WS-LIST-CRS-ID      PIC X(06) VALUE SPACES.
77 WS-LIST-COUNT       PIC 9(05) VALUE ZERO.
COPY DVPARM.
PROCEDURE DIVISION.
    PERFORM OPEN-CRS-FILE.
    PERFORM OPEN-PRQ-FILE.
    PERFORM UNTIL EXIT-MENU
       DISPLAY ' '
       DISPLAY '========== COURSE MASTER MAINTENANCE =========='
       DISPLAY '  2.  UPDATE A COURSE'
       DISPLAY '  3.  INQUIRE ON A COURSE'
       DISPLAY '  4.  DELETE A COURSE'
       DISPLAY '  5.  ADD A PREREQUISITE'
       DISPLAY '  6.  CHANGE A PREREQUISITE'
       DISPLAY '  7.  LIST PREREQUISITES FOR A COURSE'
       DISPLAY '  9.  EXIT'
       DISPLAY '================================================'
       DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
             PERFORM INQUIRE-COURSE-RECORD
          WHEN DELETE-COURSE
             PERFORM DELETE-COURSE-RECORD
          WHEN ADD-PREREQ
             PERFORM ADD-PREREQ-RECORD
          WHEN CHANGE-PREREQ
             PERFORM CHANGE-PREREQ-RECORD
          WHEN LIST-PREREQS
             PERFORM LIST-COURSE-PREREQS
          WHEN EXIT-MENU
             DISPLAY 'EXITING COURSE MAINTENANCE'
          WHEN OTHER
    END-PERFORM.
    CLOSE CRSFILE.
    PERFORM CHECK-FS-CRS.
    CLOSE PRQFILE.
    PERFORM CHECK-FS-PRQ.
    GOBACK.
OPEN-CRS-FILE.
    OPEN I-O CRSFILE
       OPEN I-O CRSFILE
    END-IF
    PERFORM CHECK-FS-CRS.
OPEN-PRQ-FILE.
    OPEN I-O PRQFILE
    IF WS-FS-PRQ = 35
       OPEN OUTPUT PRQFILE
       CLOSE PRQFILE
       OPEN I-O PRQFILE
    END-IF
    PERFORM CHECK-FS-PRQ.
ACCEPT-COURSE-KEY.
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT CRS-ID
       NOT INVALID KEY
          MOVE 'Y' TO WS-CRS-FOUND
    END-READ.
*> Both course IDs must already be offered in some term on the
*> course master, and a course cannot require itself.
ACCEPT-PREREQ-KEY.
    MOVE SPACES TO PRQ-REC
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT PRQ-CRS-ID
    DISPLAY 'ENTER REQUIRED COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT PRQ-REQ-CRS-ID
    MOVE 'Y' TO WS-PRQ-KEY-OK-SW
    IF PRQ-CRS-ID = PRQ-REQ-CRS-ID
       DISPLAY 'A COURSE CANNOT BE ITS OWN PREREQUISITE'
       MOVE 'N' TO WS-PRQ-KEY-OK-SW
    ELSE
       MOVE PRQ-CRS-ID TO WS-LIST-CRS-ID
       PERFORM FIND-COURSE-ANY-TERM
       IF NOT-FOUND-ON-FILE
          DISPLAY 'COURSE ' PRQ-CRS-ID ' IS NOT ON THE COURSE MASTER'
          MOVE 'N' TO WS-PRQ-KEY-OK-SW
       ELSE
          MOVE PRQ-REQ-CRS-ID TO WS-LIST-CRS-ID
          PERFORM FIND-COURSE-ANY-TERM
          IF NOT-FOUND-ON-FILE
             DISPLAY 'COURSE ' PRQ-REQ-CRS-ID
                ' IS NOT ON THE COURSE MASTER'
             MOVE 'N' TO WS-PRQ-KEY-OK-SW
          END-IF
       END-IF
    END-IF.
FIND-COURSE-ANY-TERM.
    MOVE 'N' TO WS-CRS-FOUND
    MOVE WS-LIST-CRS-ID TO CRS-ID
    MOVE LOW-VALUES TO CRS-TERM
    START CRSFILE KEY IS NOT LESS THAN CRS-KEY
       INVALID KEY MOVE 'N' TO WS-CRS-FOUND
       NOT INVALID KEY
          READ CRSFILE NEXT
             AT END MOVE 'N' TO WS-CRS-FOUND
             NOT AT END
                IF CRS-ID = WS-LIST-CRS-ID
                   MOVE 'Y' TO WS-CRS-FOUND
                END-IF
          END-READ
    END-START.
ACCEPT-VALID-MIN-GRADE.
    MOVE SPACE TO PRQ-MIN-GRADE
    PERFORM UNTIL PRQ-VALID-GRADE
       DISPLAY 'ENTER MINIMUM GRADE (A/B/C/D): ' WITH NO ADVANCING
       ACCEPT PRQ-MIN-GRADE
       IF NOT PRQ-VALID-GRADE
          DISPLAY 'MINIMUM GRADE MUST BE A, B, C OR D'
       END-IF
    END-PERFORM.
ADD-PREREQ-RECORD.
    PERFORM ACCEPT-PREREQ-KEY
    IF PRQ-KEY-OK
       PERFORM ACCEPT-VALID-MIN-GRADE
       WRITE PRQ-REC
          INVALID KEY
             DISPLAY 'PREREQUISITE ' PRQ-REQ-CRS-ID ' FOR COURSE '
                PRQ-CRS-ID ' ALREADY ON FILE'
          NOT INVALID KEY
             DISPLAY 'PREREQUISITE ' PRQ-REQ-CRS-ID ' ADDED TO COURSE '
                PRQ-CRS-ID
       END-WRITE
    END-IF.
CHANGE-PREREQ-RECORD.
    MOVE SPACES TO PRQ-REC
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT PRQ-CRS-ID
    DISPLAY 'ENTER REQUIRED COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT PRQ-REQ-CRS-ID
    READ PRQFILE
       INVALID KEY
          DISPLAY 'PREREQUISITE ' PRQ-REQ-CRS-ID ' FOR COURSE '
             PRQ-CRS-ID ' NOT ON FILE'
          MOVE 'N' TO WS-PRQ-FOUND
       NOT INVALID KEY
          MOVE 'Y' TO WS-PRQ-FOUND
    END-READ
    IF WS-FS-PRQ NOT = 23
       PERFORM CHECK-FS-PRQ
    END-IF
    IF PRQ-FOUND-ON-FILE
       DISPLAY 'CURRENT MINIMUM GRADE: ' PRQ-MIN-GRADE
       PERFORM ACCEPT-VALID-MIN-GRADE
       REWRITE PRQ-REC
          INVALID KEY
             DISPLAY 'UNABLE TO UPDATE PREREQUISITE ' PRQ-REQ-CRS-ID
          NOT INVALID KEY
             DISPLAY 'PREREQUISITE ' PRQ-REQ-CRS-ID ' FOR COURSE '
                PRQ-CRS-ID ' UPDATED'
       END-REWRITE
    END-IF.
LIST-COURSE-PREREQS.
    DISPLAY 'ENTER COURSE ID (6 CHARS): ' WITH NO ADVANCING
    ACCEPT WS-LIST-CRS-ID
    MOVE ZERO TO WS-LIST-COUNT
    MOVE 'N' TO WS-PRQ-EOF-SW
    MOVE WS-LIST-CRS-ID TO PRQ-CRS-ID
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
          IF PRQ-CRS-ID NOT = WS-LIST-CRS-ID
             MOVE 'Y' TO WS-PRQ-EOF-SW
          ELSE
             ADD 1 TO WS-LIST-COUNT
             DISPLAY 'REQUIRES ' PRQ-REQ-CRS-ID ' WITH GRADE '
                PRQ-MIN-GRADE ' OR BETTER'
          END-IF
       END-IF
    END-PERFORM
    DISPLAY WS-LIST-COUNT ' PREREQUISITE(S) FOR COURSE '
       WS-LIST-CRS-ID.
ACCEPT-VALID-CAPACITY.
    MOVE ZERO TO CRS-CAPACITY
    PERFORM UNTIL CRS-CAPACITY > ZERO
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-PRQ.
    IF WS-FS-PRQ NOT = 00 AND WS-FS-PRQ NOT = 10
       DISPLAY 'PRQFILE (PREREQ) I-O ERROR, FILE STATUS = ' WS-FS-PRQ
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
