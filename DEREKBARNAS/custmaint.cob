       01  JrnlActionCode PIC X(06) VALUE SPACES.
       01  BeforeImage PIC X(80) VALUE SPACES.
       01  AfterImage PIC X(80) VALUE SPACES.
       01  TimeOfDay PIC 9(8) VALUE ZERO.
       01  JrnlStamp.
           02  JrnlStampDate PIC 9(8).
           02  JrnlStampTime PIC 9(6).
           02  TodaysMonth PIC 9(2).
           02  TodaysDay   PIC 9(2).
       01  CustomerAge PIC 9(3) VALUE ZERO.
      *> The customer as the clerk brought it up, compared with the
      *> file again just before the REWRITE.
       COPY CUSTREC REPLACING LEADING ==Cust== BY ==HeldCust==
           ==Ident== BY ==HeldIdent==
           ==DateOfBirth== BY ==HeldDateOfBirth==
           ==MOB== BY ==HeldMOB== ==DOB== BY ==HeldDOB==
           ==YOB== BY ==HeldYOB==.
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
       COPY DVPARM.
       COPY BCPARM.
       COPY CLPARM.

       PROCEDURE DIVISION.
       MOVE "CUSTMAINT" TO BC-PARM-CALLER.
           END-IF.

       ADD-CUSTOMER-RECORD.
           DISPLAY "ENTER CUSTOMER NUMBER (UP TO 5 DIGITS): " WITH NO ADVANCING
           ACCEPT Ident
           DISPLAY "ENTER CUSTOMER NAME: " WITH NO ADVANCING
           ACCEPT CustName
                 MOVE "Y" TO CustFound
           END-READ
           IF FoundOnFile
              SET RekeyChange TO TRUE
              PERFORM UNTIL NoRekeyChange
                 PERFORM KEY-CUSTOMER-CHANGE
              END-PERFORM
           END-IF.

      *> The customer is read again after the change is keyed; if
      *> another clerk has updated or deleted it since it was brought
      *> up, the change is not written over theirs.  The clerk sees
      *> what changed, the collision is logged through COLLLOG, and
      *> the change may be keyed again against the current record.
       KEY-CUSTOMER-CHANGE.
           SET NoRekeyChange TO TRUE
           MOVE CustRec TO BeforeImage
           MOVE CustRec TO HeldCustRec
           DISPLAY "ENTER NEW CUSTOMER NAME: " WITH NO ADVANCING
           ACCEPT CustName
           PERFORM GET-VALID-BIRTH-DATE
           MOVE CustRec TO AfterImage
           PERFORM RECHECK-CUSTOMER-RECORD
           IF RecordUnchanged
              MOVE AfterImage TO CustRec
              REWRITE CustRec
                 INVALID KEY
                    DISPLAY "UNABLE TO UPDATE CUSTOMER " Ident
                 NOT INVALID KEY
                    DISPLAY "CUSTOMER " Ident " UPDATED"
                    MOVE "UPDATE" TO JrnlActionCode
                    PERFORM WRITE-JOURNAL-RECORD
              END-REWRITE
           ELSE
              PERFORM REPORT-CUSTOMER-COLLISION
           END-IF.

       RECHECK-CUSTOMER-RECORD.
           READ CUSTFILE
              INVALID KEY
                 SET RecordDeleted TO TRUE
              NOT INVALID KEY
                 IF CustRec = HeldCustRec
                    SET RecordUnchanged TO TRUE
                 ELSE
                    SET RecordChanged TO TRUE
                 END-IF
           END-READ
           IF CustFileStatus NOT = 23
              PERFORM CHECK-CUST-STATUS
           END-IF.

       REPORT-CUSTOMER-COLLISION.
           MOVE "CUSTMAINT" TO CL-PARM-PGM
           MOVE SPACES TO CL-PARM-KEY
           MOVE HeldIdent TO CL-PARM-KEY (1:5)
           MOVE ZERO TO ChangedCount
           DISPLAY " "
           IF RecordDeleted
              DISPLAY "CUSTOMER " HeldIdent
                 " WAS DELETED BY ANOTHER USER WHILE YOU WERE UPDATING IT"
              DISPLAY "YOUR CHANGE WAS NOT SAVED"
              SET CL-DELETED TO TRUE
           ELSE
              DISPLAY "CUSTOMER " Ident
                 " WAS CHANGED BY ANOTHER USER WHILE YOU WERE UPDATING IT"
              DISPLAY "YOUR CHANGE WAS NOT SAVED.  CHANGED ON FILE:"
              PERFORM LIST-CUSTOMER-CHANGES
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
                 DISPLAY "UPDATE OF CUSTOMER " Ident " CANCELLED"
                 SET CL-CANCELLED TO TRUE
              END-IF
           END-IF
           MOVE ChangedCount TO CL-PARM-FIELD-COUNT
           CALL "COLLLOG" USING CL-PARM.

       LIST-CUSTOMER-CHANGES.
           IF CustName NOT = HeldCustName
              ADD 1 TO ChangedCount
              DISPLAY "  NAME            : " HeldCustName " -> " CustName
           END-IF
           IF DateOfBirth NOT = HeldDateOfBirth
              ADD 1 TO ChangedCount
              DISPLAY "  DATE OF BIRTH   : " HeldMOB "/" HeldDOB "/"
                 HeldYOB " -> " MOB "/" DOB "/" YOB
           END-IF
           IF CustStatus NOT = HeldCustStatus
              ADD 1 TO ChangedCount
              DISPLAY "  STATUS          : " HeldCustStatus " -> "
                 CustStatus
           END-IF.

       INQUIRE-CUSTOMER-RECORD.
           MOVE SPACES TO JrnlRec
           MOVE JrnlActionCode TO JrnlAction
           ACCEPT JrnlStampDate FROM DATE YYYYMMDD
           ACCEPT TimeOfDay FROM TIME
           MOVE TimeOfDay (1:6) TO JrnlStampTime
           MOVE JrnlStamp TO JrnlTimestamp
           MOVE BeforeImage TO JrnlBeforeImage
           MOVE AfterImage TO JrnlAfterImage
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-CUST-STATUS.
           IF CustFileStatus NOT = 00
              DISPLAY "CUSTFILE (CUSTMSTR) I-O ERROR, FILE STATUS = "
                 CustFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
