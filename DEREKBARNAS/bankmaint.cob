       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAINT.
       AUTHOR. David Jackson.
      *> Maintenance for the BANKMSTR employee bank-account file: each
      *> employee's routing number, account number and account type
      *> (checking or savings), keyed by EmpId.  PAYROLL sends the net
      *> pay of every employee on this file to the bank transfer file
      *> and pays everyone else by paper check.  An account is only
      *> taken for an employee on EMPMSTR, and the routing number must
      *> pass the bank check-digit test, so a mistyped digit is caught
      *> here rather than bounced by the bank after payday.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKFILE ASSIGN TO BANKMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BankEmpId
           FILE STATUS IS BankFileStatus.
           SELECT EMPFILE ASSIGN TO EMPMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EmpId
           FILE STATUS IS EmpFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BankRec.
       COPY BANKREC.
       FD  EMPFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS EmpRec.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  BankFileStatus PIC 9(02).
       01  EmpFileStatus PIC 9(02).
       01  MenuChoice PIC 9(01) VALUE ZERO.
           88  AddAccount     VALUE 1.
           88  UpdateAccount  VALUE 2.
           88  InquireAccount VALUE 3.
           88  DeleteAccount  VALUE 4.
           88  ExitMenu       VALUE 9.
       01  BankFound PIC X(01) VALUE "N".
           88  FoundOnFile    VALUE "Y".
           88  NotFoundOnFile VALUE "N".
       01  EmpFound PIC X(01) VALUE "N".
           88  EmpOnFile      VALUE "Y".
           88  EmpNotOnFile   VALUE "N".
       01  RoutingEntry PIC X(09) VALUE SPACES.
       01  RoutingValid PIC X(01) VALUE "N".
           88  RoutingIsValid    VALUE "Y".
           88  RoutingIsNotValid VALUE "N".
       01  RoutingCheckSum PIC 9(04) VALUE ZERO.
       01  RoutingRemainder PIC 9(02) VALUE ZERO.
       01  RoutingQuotient PIC 9(04) VALUE ZERO.
       01  AccountValid PIC X(01) VALUE "N".
           88  AccountIsValid    VALUE "Y".
           88  AccountIsNotValid VALUE "N".
       01  AcctTypeEntry PIC X(01) VALUE SPACE.
           88  ValidAcctType VALUES "C" "S".
       COPY BCPARM.

       PROCEDURE DIVISION.
       MOVE "BANKMAINT" TO BC-PARM-CALLER.
       CALL "BATCHCHK" USING BC-PARM.
       IF BC-UPDATE-BLOCKED
          DISPLAY "BANK ACCOUNT MAINTENANCE ENDED - BATCH WINDOW OPEN"
          GOBACK
       END-IF.
       PERFORM OPEN-BANK-FILE.
       OPEN INPUT EMPFILE.
       IF EmpFileStatus NOT = 00
          DISPLAY "EMPFILE (EMPMSTR) I-O ERROR, FILE STATUS = "
             EmpFileStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       PERFORM UNTIL ExitMenu
          DISPLAY " "
          DISPLAY "========== BANK ACCOUNT MAINTENANCE MENU =========="
          DISPLAY "  1.  ADD A BANK ACCOUNT"
          DISPLAY "  2.  UPDATE A BANK ACCOUNT"
          DISPLAY "  3.  INQUIRE ON A BANK ACCOUNT"
          DISPLAY "  4.  DELETE A BANK ACCOUNT"
          DISPLAY "  9.  EXIT"
          DISPLAY "==================================================="
          DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
          ACCEPT MenuChoice
          EVALUATE TRUE
             WHEN AddAccount
                PERFORM ADD-ACCOUNT-RECORD
             WHEN UpdateAccount
                PERFORM UPDATE-ACCOUNT-RECORD
             WHEN InquireAccount
                PERFORM INQUIRE-ACCOUNT-RECORD
             WHEN DeleteAccount
                PERFORM DELETE-ACCOUNT-RECORD
             WHEN ExitMenu
                DISPLAY "EXITING BANK ACCOUNT MAINTENANCE"
             WHEN OTHER
                DISPLAY "INVALID SELECTION, PLEASE TRY AGAIN"
          END-EVALUATE
       END-PERFORM.
       CLOSE EMPFILE.
       CLOSE BANKFILE.
       IF BankFileStatus NOT = 00
          DISPLAY "BANKFILE (BANKMSTR) I-O ERROR, FILE STATUS = "
             BankFileStatus
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF.
       GOBACK.

       OPEN-BANK-FILE.
           OPEN I-O BANKFILE
           IF BankFileStatus = 35
              OPEN OUTPUT BANKFILE
              CLOSE BANKFILE
              OPEN I-O BANKFILE
           END-IF
           IF BankFileStatus NOT = 00
              DISPLAY "BANKFILE (BANKMSTR) I-O ERROR, FILE STATUS = "
                 BankFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       ADD-ACCOUNT-RECORD.
           MOVE SPACES TO BankRec
           DISPLAY "ENTER EMPLOYEE NUMBER (3 DIGITS): " WITH NO ADVANCING
           ACCEPT BankEmpId
           PERFORM READ-EMPLOYEE-RECORD
           IF EmpOnFile
              DISPLAY "EMPLOYEE NAME   : " EmpName
              PERFORM GET-ACCOUNT-DETAILS
              WRITE BankRec
                 INVALID KEY
                    DISPLAY "BANK ACCOUNT FOR EMPLOYEE " BankEmpId
                       " ALREADY ON FILE"
                 NOT INVALID KEY
                    DISPLAY "BANK ACCOUNT FOR EMPLOYEE " BankEmpId
                       " ADDED"
              END-WRITE
           END-IF.

       UPDATE-ACCOUNT-RECORD.
           DISPLAY "ENTER EMPLOYEE NUMBER TO UPDATE: " WITH NO ADVANCING
           ACCEPT BankEmpId
           PERFORM READ-ACCOUNT-RECORD
           IF FoundOnFile
              PERFORM GET-ACCOUNT-DETAILS
              REWRITE BankRec
                 INVALID KEY
                    DISPLAY "UNABLE TO UPDATE BANK ACCOUNT FOR "
                       BankEmpId
                 NOT INVALID KEY
                    DISPLAY "BANK ACCOUNT FOR EMPLOYEE " BankEmpId
                       " UPDATED"
              END-REWRITE
           END-IF.

       INQUIRE-ACCOUNT-RECORD.
           DISPLAY "ENTER EMPLOYEE NUMBER TO INQUIRE: " WITH NO ADVANCING
           ACCEPT BankEmpId
           PERFORM READ-ACCOUNT-RECORD
           IF FoundOnFile
              DISPLAY "EMPLOYEE NUMBER : " BankEmpId
              DISPLAY "ROUTING NUMBER  : " BankRouting
              DISPLAY "ACCOUNT NUMBER  : " BankAccount
              IF BankChecking
                 DISPLAY "ACCOUNT TYPE    : CHECKING"
              ELSE
                 DISPLAY "ACCOUNT TYPE    : SAVINGS"
              END-IF
           END-IF.

       DELETE-ACCOUNT-RECORD.
           DISPLAY "ENTER EMPLOYEE NUMBER TO DELETE: " WITH NO ADVANCING
           ACCEPT BankEmpId
           PERFORM READ-ACCOUNT-RECORD
           IF FoundOnFile
              DELETE BANKFILE
                 INVALID KEY
                    DISPLAY "UNABLE TO DELETE BANK ACCOUNT FOR "
                       BankEmpId
                 NOT INVALID KEY
                    DISPLAY "BANK ACCOUNT FOR EMPLOYEE " BankEmpId
                       " DELETED - PAID BY PAPER CHECK FROM NEXT RUN"
              END-DELETE
           END-IF.

       READ-ACCOUNT-RECORD.
           READ BANKFILE
              INVALID KEY
                 DISPLAY "NO BANK ACCOUNT ON FILE FOR EMPLOYEE "
                    BankEmpId
                 MOVE "N" TO BankFound
              NOT INVALID KEY
                 MOVE "Y" TO BankFound
           END-READ.

       READ-EMPLOYEE-RECORD.
           MOVE BankEmpId TO EmpId
           READ EMPFILE
              INVALID KEY
                 DISPLAY "EMPLOYEE " EmpId " NOT ON FILE"
                 MOVE "N" TO EmpFound
              NOT INVALID KEY
                 MOVE "Y" TO EmpFound
           END-READ.

       GET-ACCOUNT-DETAILS.
           PERFORM GET-VALID-ROUTING
           PERFORM GET-VALID-ACCOUNT
           MOVE SPACE TO AcctTypeEntry
           PERFORM UNTIL ValidAcctType
              DISPLAY "ENTER ACCOUNT TYPE (C=CHECKING S=SAVINGS): "
                 WITH NO ADVANCING
              ACCEPT AcctTypeEntry
              IF NOT ValidAcctType
                 DISPLAY "INVALID ACCOUNT TYPE -- MUST BE C OR S"
              END-IF
           END-PERFORM
           MOVE AcctTypeEntry TO BankAcctType.

      *> The ninth digit of a routing number is a check digit: three
      *> times digits 1, 4 and 7, plus seven times digits 2, 5 and
      *> 8, plus digits 3, 6 and 9 must come to a multiple of ten.
       GET-VALID-ROUTING.
           MOVE "N" TO RoutingValid
           PERFORM UNTIL RoutingIsValid
              DISPLAY "ENTER ROUTING NUMBER (9 DIGITS): "
                 WITH NO ADVANCING
              MOVE SPACES TO RoutingEntry
              ACCEPT RoutingEntry
              IF RoutingEntry IS NUMERIC
                 MOVE RoutingEntry TO BankRouting
                 COMPUTE RoutingCheckSum =
                    3 * (BankRoutingDigit (1) + BankRoutingDigit (4)
                       + BankRoutingDigit (7))
                    + 7 * (BankRoutingDigit (2) + BankRoutingDigit (5)
                       + BankRoutingDigit (8))
                    + BankRoutingDigit (3) + BankRoutingDigit (6)
                    + BankRoutingDigit (9)
                 DIVIDE RoutingCheckSum BY 10 GIVING RoutingQuotient
                    REMAINDER RoutingRemainder
                 IF RoutingRemainder = ZERO AND BankRouting NOT = ZERO
                    MOVE "Y" TO RoutingValid
                 ELSE
                    DISPLAY "ROUTING NUMBER FAILS THE CHECK DIGIT -- PLEASE RE-ENTER."
                 END-IF
              ELSE
                 DISPLAY "INVALID ROUTING NUMBER -- MUST BE 9 DIGITS. PLEASE RE-ENTER."
              END-IF
           END-PERFORM.

       GET-VALID-ACCOUNT.
           MOVE "N" TO AccountValid
           PERFORM UNTIL AccountIsValid
              DISPLAY "ENTER ACCOUNT NUMBER (UP TO 17): "
                 WITH NO ADVANCING
              MOVE SPACES TO BankAccount
              ACCEPT BankAccount
              IF BankAccount = SPACES
                 DISPLAY "ACCOUNT NUMBER IS REQUIRED -- PLEASE RE-ENTER."
              ELSE
                 MOVE "Y" TO AccountValid
              END-IF
           END-PERFORM.
