       01  RateValid PIC X(01) VALUE "N".
           88  RateIsValid VALUE "Y".
           88  RateIsNotValid VALUE "N".
      *> The employee as the clerk brought it up, compared with the
      *> file again just before the REWRITE.
       COPY EMPREC REPLACING LEADING ==Emp== BY ==HeldEmp==.
       01  EnteredImage PIC X(80) VALUE SPACES.
       01  RecheckResult PIC X(01) VALUE "U".
           88  RecordUnchanged VALUE "U".
           88  RecordChanged   VALUE "C".
           88  RecordDeleted   VALUE "D".
       01  RekeySwitch PIC X(01) VALUE "N".
           88  RekeyChange   VALUE "Y".
           88  NoRekeyChange VALUE "N".
       01  RekeyAnswer PIC X(01) VALUE SPACE.
           88  ValidRekeyAnswer VALUES "Y" "N".
       01  ChangedCount PIC 9(2) VALUE ZERO.
       COPY BCPARM.
       COPY CLPARM.

       PROCEDURE DIVISION.
       MOVE "EMPMAINT" TO BC-PARM-CALLER.
                 MOVE "Y" TO EmpFound
           END-READ
           IF FoundOnFile
              SET RekeyChange TO TRUE
              PERFORM UNTIL NoRekeyChange
                 PERFORM KEY-EMPLOYEE-CHANGE
              END-PERFORM
           END-IF.

      *> The employee is read again after the change is keyed; if
      *> another clerk has updated or deleted it since it was brought
      *> up, the change is not written over theirs.  The clerk sees
      *> what changed, the collision is logged through COLLLOG, and
      *> the change may be keyed again against the current record.
       KEY-EMPLOYEE-CHANGE.
           SET NoRekeyChange TO TRUE
           MOVE EmpRec TO HeldEmpRec
           DISPLAY "ENTER NEW EMPLOYEE NAME: " WITH NO ADVANCING
           ACCEPT EmpName
           PERFORM GET-VALID-PAY-TYPE
           MOVE EmpRec TO EnteredImage
           PERFORM RECHECK-EMPLOYEE-RECORD
           IF RecordUnchanged
              MOVE EnteredImage TO EmpRec
              REWRITE EmpRec
                 INVALID KEY
                    DISPLAY "UNABLE TO UPDATE EMPLOYEE " EmpId
                 NOT INVALID KEY
                    DISPLAY "EMPLOYEE " EmpId " UPDATED"
              END-REWRITE
           ELSE
              PERFORM REPORT-EMPLOYEE-COLLISION
           END-IF.

       RECHECK-EMPLOYEE-RECORD.
           READ EMPFILE
              INVALID KEY
                 SET RecordDeleted TO TRUE
              NOT INVALID KEY
                 IF EmpRec = HeldEmpRec
                    SET RecordUnchanged TO TRUE
                 ELSE
                    SET RecordChanged TO TRUE
                 END-IF
           END-READ
           IF EmpFileStatus NOT = 23
              PERFORM CHECK-EMP-STATUS
           END-IF.

       REPORT-EMPLOYEE-COLLISION.
           MOVE "EMPMAINT" TO CL-PARM-PGM
           MOVE SPACES TO CL-PARM-KEY
           MOVE HeldEmpId TO CL-PARM-KEY (1:3)
           MOVE ZERO TO ChangedCount
           DISPLAY " "
           IF RecordDeleted
              DISPLAY "EMPLOYEE " HeldEmpId
                 " WAS DELETED BY ANOTHER USER WHILE YOU WERE UPDATING IT"
              DISPLAY "YOUR CHANGE WAS NOT SAVED"
              SET CL-DELETED TO TRUE
           ELSE
              DISPLAY "EMPLOYEE " EmpId
                 " WAS CHANGED BY ANOTHER USER WHILE YOU WERE UPDATING IT"
              DISPLAY "YOUR CHANGE WAS NOT SAVED.  CHANGED ON FILE:"
              PERFORM LIST-EMPLOYEE-CHANGES
              MOVE SPACE TO RekeyAnswer
              PERFORM UNTIL ValidRekeyAnswer
                 DISPLAY "RE-ENTER YOUR CHANGE AGAINST THE CURRENT RECORD? (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT RekeyAnswer
                 IF NOT ValidRekeyAnswer
                    DISPLAY "PLEASE ANSWER Y OR N"
                 END-IF
              END-PERFORM
              IF RekeyAnswer = "Y"
                 SET RekeyChange TO TRUE
                 SET CL-REKEYED TO TRUE
              ELSE
                 DISPLAY "UPDATE OF EMPLOYEE " EmpId " CANCELLED"
                 SET CL-CANCELLED TO TRUE
              END-IF
           END-IF
           MOVE ChangedCount TO CL-PARM-FIELD-COUNT
           CALL "COLLLOG" USING CL-PARM.

       LIST-EMPLOYEE-CHANGES.
           IF EmpName NOT = HeldEmpName
              ADD 1 TO ChangedCount
              DISPLAY "  NAME            : " HeldEmpName " -> " EmpName
           END-IF
           IF EmpPayType NOT = HeldEmpPayType
              ADD 1 TO ChangedCount
              DISPLAY "  PAY TYPE        : " HeldEmpPayType " -> "
                 EmpPayType
           END-IF
           IF EmpGross NOT = HeldEmpGross
              ADD 1 TO ChangedCount
              DISPLAY "  GROSS PAY       : " HeldEmpGross " -> " EmpGross
           END-IF
           IF EmpHourlyRate NOT = HeldEmpHourlyRate
              ADD 1 TO ChangedCount
              DISPLAY "  HOURLY RATE     : " HeldEmpHourlyRate " -> "
                 EmpHourlyRate
           END-IF
           IF EmpStatus NOT = HeldEmpStatus
              ADD 1 TO ChangedCount
              DISPLAY "  STATUS          : " HeldEmpStatus " -> "
                 EmpStatus
           END-IF.

       INQUIRE-EMPLOYEE-RECORD.
                 DISPLAY "INVALID GROSS PAY -- INCLUDE THE DECIMAL POINT, E.G. 2000.00. PLEASE RE-ENTER."
              END-IF
           END-PERFORM.

       CHECK-EMP-STATUS.
           IF EmpFileStatus NOT = 00
              DISPLAY "EMPFILE (EMPMSTR) I-O ERROR, FILE STATUS = "
                 EmpFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
