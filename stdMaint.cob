01 WS-JRNL-ACTION      PIC X(06) VALUE SPACES.
01 WS-BEFORE-IMAGE     PIC X(80) VALUE SPACES.
01 WS-AFTER-IMAGE      PIC X(80) VALUE SPACES.
01 WS-TIME-OF-DAY      PIC 9(08) VALUE ZERO.
01 WS-JRNL-STAMP.
   02 WS-JRNL-DATE     PIC 9(08).
   02 WS-JRNL-TIME     PIC 9(06).
01 WS-OPER-ID          PIC X(08) VALUE 'BATCH'.
01 WS-OPER-ENV         PIC X(10) VALUE 'OPERID'.
01 WS-DISK1-NAME       PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV        PIC X(10) VALUE 'DISK1NAME'.
*> The student as the clerk brought it up, compared with the file
*> again just before the REWRITE.
COPY STDREC REPLACING LEADING ==STD-== BY ==WS-HELD-STD-==.
01 WS-RECHECK-SW       PIC X(01) VALUE 'U'.
   88 RECORD-UNCHANGED VALUE 'U'.
   88 RECORD-CHANGED   VALUE 'C'.
   88 RECORD-DELETED   VALUE 'D'.
01 WS-REKEY-SW         PIC X(01) VALUE 'N'.
   88 REKEY-CHANGE     VALUE 'Y'.
   88 NO-REKEY-CHANGE  VALUE 'N'.
01 WS-REKEY-ANSWER     PIC X(01) VALUE SPACE.
   88 VALID-REKEY-ANSWER VALUES 'Y' 'N'.
77 WS-CHANGED-COUNT    PIC 9(02) VALUE ZERO.
COPY DVPARM.
COPY BCPARM.
COPY CLPARM.
PROCEDURE DIVISION.
    MOVE 'STDMAINT' TO BC-PARM-CALLER.
    CALL 'BATCHCHK' USING BC-PARM.
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF.
    ACCEPT WS-OPER-ID FROM ENVIRONMENT WS-OPER-ENV
       ON EXCEPTION
          MOVE 'BATCH' TO WS-OPER-ID
    END-ACCEPT.
    IF WS-OPER-ID = SPACES
       MOVE 'BATCH' TO WS-OPER-ID
    END-IF.
    PERFORM OPEN-STD-FILE.
    PERFORM OPEN-JRNL-FILE.
    PERFORM UNTIL EXIT-MENU
    PERFORM CHECK-FS1.
ADD-STUDENT-RECORD.
    MOVE SPACES TO STD-REC
    DISPLAY 'ENTER STUDENT NUMBER (UP TO 5 DIGITS): ' WITH NO ADVANCING
    ACCEPT STD-NO
    PERFORM ACCEPT-STUDENT-NAME
    PERFORM ACCEPT-VALID-GENDER
          MOVE STD-REC TO WS-AFTER-IMAGE
          PERFORM WRITE-JOURNAL-RECORD
    END-WRITE.
*> Two clerks can bring up the same student at once, so the record
*> is read again after the change is keyed and compared with the
*> image the clerk started from.  If someone else has updated or
*> deleted it in the meantime the change is not written over
*> theirs: the clerk is shown what changed, the collision goes on
*> the UPDCOLL log through COLLLOG, and the clerk may key the
*> change again against the record as it now stands.
UPDATE-STUDENT-RECORD.
    DISPLAY 'ENTER STUDENT NUMBER TO UPDATE: ' WITH NO ADVANCING
    ACCEPT STD-NO
    PERFORM READ-STUDENT-RECORD
    IF FOUND-ON-FILE
       SET REKEY-CHANGE TO TRUE
       PERFORM UNTIL NO-REKEY-CHANGE
          PERFORM KEY-STUDENT-CHANGE
       END-PERFORM
    END-IF.
KEY-STUDENT-CHANGE.
    SET NO-REKEY-CHANGE TO TRUE
    MOVE STD-REC TO WS-BEFORE-IMAGE
    MOVE STD-REC TO WS-HELD-STD-REC
    PERFORM ACCEPT-STUDENT-NAME
    PERFORM ACCEPT-VALID-GENDER
    PERFORM ACCEPT-VALID-DOB
    PERFORM ACCEPT-VALID-STATUS
    PERFORM ACCEPT-VALID-CAMPUS
    PERFORM STAMP-EFFECTIVE-DATE
    MOVE STD-REC TO WS-AFTER-IMAGE
    PERFORM RECHECK-STUDENT-RECORD
    IF RECORD-UNCHANGED
       MOVE WS-AFTER-IMAGE TO STD-REC
       REWRITE STD-REC
          INVALID KEY
             DISPLAY 'UNABLE TO UPDATE STUDENT ' STD-NO
          NOT INVALID KEY
             DISPLAY 'STUDENT ' STD-NO ' UPDATED'
             MOVE 'UPDATE' TO WS-JRNL-ACTION
             PERFORM WRITE-JOURNAL-RECORD
       END-REWRITE
    ELSE
       PERFORM REPORT-STUDENT-COLLISION
    END-IF.
RECHECK-STUDENT-RECORD.
    READ FILE1
       INVALID KEY
          SET RECORD-DELETED TO TRUE
       NOT INVALID KEY
          IF STD-REC = WS-HELD-STD-REC
             SET RECORD-UNCHANGED TO TRUE
          ELSE
             SET RECORD-CHANGED TO TRUE
          END-IF
    END-READ.
    IF WS-FS1 NOT = 23
       PERFORM CHECK-FS1
    END-IF.
REPORT-STUDENT-COLLISION.
    MOVE 'STDMAINT' TO CL-PARM-PGM
    MOVE SPACES TO CL-PARM-KEY
    MOVE WS-HELD-STD-NO TO CL-PARM-KEY (1:5)
    MOVE ZERO TO WS-CHANGED-COUNT
    DISPLAY ' '
    IF RECORD-DELETED
       DISPLAY 'STUDENT ' WS-HELD-STD-NO
          ' WAS DELETED BY ANOTHER USER WHILE YOU WERE UPDATING IT'
       DISPLAY 'YOUR CHANGE WAS NOT SAVED'
       SET CL-DELETED TO TRUE
    ELSE
       DISPLAY 'STUDENT ' STD-NO
          ' WAS CHANGED BY ANOTHER USER WHILE YOU WERE UPDATING IT'
       DISPLAY 'YOUR CHANGE WAS NOT SAVED.  CHANGED ON FILE:'
       PERFORM LIST-STUDENT-CHANGES
       MOVE SPACE TO WS-REKEY-ANSWER
       PERFORM UNTIL VALID-REKEY-ANSWER
          DISPLAY 'RE-ENTER YOUR CHANGE AGAINST THE CURRENT RECORD? (Y/N): '
             WITH NO ADVANCING
          ACCEPT WS-REKEY-ANSWER
          IF NOT VALID-REKEY-ANSWER
             DISPLAY 'PLEASE ANSWER Y OR N'
          END-IF
       END-PERFORM
       IF WS-REKEY-ANSWER = 'Y'
          SET REKEY-CHANGE TO TRUE
          SET CL-REKEYED TO TRUE
       ELSE
          DISPLAY 'UPDATE OF STUDENT ' STD-NO ' CANCELLED'
          SET CL-CANCELLED TO TRUE
       END-IF
    END-IF
    MOVE WS-CHANGED-COUNT TO CL-PARM-FIELD-COUNT
    CALL 'COLLLOG' USING CL-PARM.
LIST-STUDENT-CHANGES.
    IF STD-NAME NOT = WS-HELD-STD-NAME
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY '  NAME           : ' WS-HELD-STD-NAME ' -> ' STD-NAME
    END-IF
    IF STD-GENDER NOT = WS-HELD-STD-GENDER
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY '  GENDER         : ' WS-HELD-STD-GENDER ' -> ' STD-GENDER
    END-IF
    IF STD-DOB NOT = WS-HELD-STD-DOB
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY '  DATE OF BIRTH  : ' WS-HELD-STD-DOB-MM '/'
          WS-HELD-STD-DOB-DD '/' WS-HELD-STD-DOB-YYYY ' -> '
          STD-DOB-MM '/' STD-DOB-DD '/' STD-DOB-YYYY
    END-IF
    IF STD-STATUS-CD NOT = WS-HELD-STD-STATUS-CD
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY '  STATUS         : ' WS-HELD-STD-STATUS-CD ' -> '
          STD-STATUS-CD
    END-IF
    IF STD-EFF-DATE NOT = WS-HELD-STD-EFF-DATE
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY '  EFFECTIVE DATE : ' WS-HELD-STD-EFF-MM '/'
          WS-HELD-STD-EFF-DD '/' WS-HELD-STD-EFF-YYYY ' -> '
          STD-EFF-MM '/' STD-EFF-DD '/' STD-EFF-YYYY
    END-IF
    IF STD-CAMPUS-CD NOT = WS-HELD-STD-CAMPUS-CD
       ADD 1 TO WS-CHANGED-COUNT
       DISPLAY '  CAMPUS         : ' WS-HELD-STD-CAMPUS-CD ' -> '
          STD-CAMPUS-CD
    END-IF.
INQUIRE-STUDENT-RECORD.
    DISPLAY 'ENTER STUDENT NUMBER TO INQUIRE: ' WITH NO ADVANCING
    MOVE SPACES TO SJRN-REC
    MOVE WS-JRNL-ACTION TO SJRN-ACTION
    ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-JRNL-TIME
    MOVE WS-JRNL-STAMP TO SJRN-TIMESTAMP
    MOVE WS-BEFORE-IMAGE TO SJRN-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO SJRN-AFTER-IMAGE
    MOVE WS-OPER-ID TO SJRN-OPERATOR
    MOVE 'STDMAINT' TO SJRN-PROGRAM
    WRITE SJRN-REC
    PERFORM CHECK-FS-JRNL.
CHECK-FS-JRNL.
