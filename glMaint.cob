       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLMAINT.
*> Maintenance of the GLMAP posting-code to GL account mapping
*> GLPOST and GLPROOF read.  The codes the runs post are PAYGROSS,
*> PAYFED, PAYSTATE, PAYFICA, PAYRETIR, PAYINSUR and PAYNET from
*> PAYROLL and TUITAR and TUITREV from TUITBILL.  The list option
*> shows every mapping in code order.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLMFILE ASSIGN TO GLMAP
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS GLM-POST-CODE
    FILE STATUS IS WS-FS-GLM.
DATA DIVISION.
FILE SECTION.
FD  GLMFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GLM-REC.
COPY GLMREC.
WORKING-STORAGE SECTION.
77 WS-FS-GLM           PIC 9(02).
01 WS-MENU-CHOICE      PIC 9(01) VALUE ZERO.
   88 ADD-MAPPING      VALUE 1.
   88 UPDATE-MAPPING   VALUE 2.
   88 INQUIRE-MAPPING  VALUE 3.
   88 DELETE-MAPPING   VALUE 4.
   88 LIST-MAPPINGS    VALUE 5.
   88 EXIT-MENU        VALUE 9.
01 WS-MAP-FOUND        PIC X(01) VALUE 'N'.
   88 FOUND-ON-FILE    VALUE 'Y'.
   88 NOT-FOUND-ON-FILE VALUE 'N'.
01 WS-EOF-SW           PIC X(01) VALUE 'N'.
   88 EOF-SW           VALUE 'Y'.
   88 NOT-EOF-SW       VALUE 'N'.
01 WS-ACCOUNT-ENTRY    PIC X(08) VALUE SPACES.
01 WS-ACCOUNT-OK-SW    PIC X(01) VALUE 'N'.
   88 ACCOUNT-OK       VALUE 'Y'.
   88 ACCOUNT-NOT-OK   VALUE 'N'.
01 WS-DESC-ENTRY       PIC X(30) VALUE SPACES.
01 WS-CONFIRM          PIC X(01) VALUE SPACE.
77 WS-LIST-COUNT       PIC 9(05) VALUE ZERO.
PROCEDURE DIVISION.
    PERFORM OPEN-GLMAP-FILE.
    PERFORM UNTIL EXIT-MENU
       DISPLAY ' '
       DISPLAY '========== GL ACCOUNT MAPPING =========='
       DISPLAY '  1.  ADD A POSTING CODE'
       DISPLAY '  2.  CHANGE A POSTING CODE ACCOUNT'
       DISPLAY '  3.  INQUIRE ON A POSTING CODE'
       DISPLAY '  4.  DELETE A POSTING CODE'
       DISPLAY '  5.  LIST ALL POSTING CODES'
       DISPLAY '  9.  EXIT'
       DISPLAY '========================================'
       DISPLAY 'ENTER YOUR CHOICE: ' WITH NO ADVANCING
       ACCEPT WS-MENU-CHOICE
       EVALUATE TRUE
          WHEN ADD-MAPPING
             PERFORM ADD-MAPPING-RECORD
          WHEN UPDATE-MAPPING
             PERFORM UPDATE-MAPPING-RECORD
          WHEN INQUIRE-MAPPING
             PERFORM INQUIRE-MAPPING-RECORD
          WHEN DELETE-MAPPING
             PERFORM DELETE-MAPPING-RECORD
          WHEN LIST-MAPPINGS
             PERFORM LIST-MAPPING-RECORDS
          WHEN EXIT-MENU
             DISPLAY 'EXITING GL ACCOUNT MAPPING'
          WHEN OTHER
             DISPLAY 'INVALID SELECTION, PLEASE TRY AGAIN'
       END-EVALUATE
    END-PERFORM.
    CLOSE GLMFILE.
    PERFORM CHECK-FS-GLM.
    GOBACK.
OPEN-GLMAP-FILE.
    OPEN I-O GLMFILE
    IF WS-FS-GLM = 35
       OPEN OUTPUT GLMFILE
       CLOSE GLMFILE
       OPEN I-O GLMFILE
    END-IF
    PERFORM CHECK-FS-GLM.
ADD-MAPPING-RECORD.
    MOVE SPACES TO GLM-REC
    DISPLAY 'ENTER POSTING CODE (8 CHARS): ' WITH NO ADVANCING
    ACCEPT GLM-POST-CODE
    IF GLM-POST-CODE = SPACES
       DISPLAY 'POSTING CODE IS REQUIRED'
    ELSE
       PERFORM ACCEPT-ACCOUNT
       DISPLAY 'ENTER DESCRIPTION (30 CHARS): ' WITH NO ADVANCING
       ACCEPT GLM-DESC
       WRITE GLM-REC
          INVALID KEY
             DISPLAY 'POSTING CODE ' GLM-POST-CODE ' ALREADY ON FILE'
          NOT INVALID KEY
             DISPLAY 'POSTING CODE ' GLM-POST-CODE ' MAPPED TO '
                GLM-ACCOUNT
       END-WRITE
    END-IF.
UPDATE-MAPPING-RECORD.
    DISPLAY 'ENTER POSTING CODE TO CHANGE: ' WITH NO ADVANCING
    ACCEPT GLM-POST-CODE
    PERFORM READ-MAPPING-RECORD
    IF FOUND-ON-FILE
       DISPLAY 'CURRENT ACCOUNT : ' GLM-ACCOUNT
       PERFORM ACCEPT-ACCOUNT
       DISPLAY 'ENTER DESCRIPTION (BLANK TO KEEP): '
          WITH NO ADVANCING
       MOVE SPACES TO WS-DESC-ENTRY
       ACCEPT WS-DESC-ENTRY
       IF WS-DESC-ENTRY NOT = SPACES
          MOVE WS-DESC-ENTRY TO GLM-DESC
       END-IF
       REWRITE GLM-REC
          INVALID KEY
             DISPLAY 'UNABLE TO UPDATE POSTING CODE ' GLM-POST-CODE
          NOT INVALID KEY
             DISPLAY 'POSTING CODE ' GLM-POST-CODE ' NOW MAPPED TO '
                GLM-ACCOUNT
       END-REWRITE
    END-IF.
INQUIRE-MAPPING-RECORD.
    DISPLAY 'ENTER POSTING CODE TO INQUIRE: ' WITH NO ADVANCING
    ACCEPT GLM-POST-CODE
    PERFORM READ-MAPPING-RECORD
    IF FOUND-ON-FILE
       DISPLAY 'POSTING CODE : ' GLM-POST-CODE
       DISPLAY 'GL ACCOUNT   : ' GLM-ACCOUNT
       DISPLAY 'DESCRIPTION  : ' GLM-DESC
    END-IF.
*> An entry already journalled under a deleted code stays unmapped
*> and GLPROOF holds its batch until the code is mapped again.
DELETE-MAPPING-RECORD.
    DISPLAY 'ENTER POSTING CODE TO DELETE: ' WITH NO ADVANCING
    ACCEPT GLM-POST-CODE
    PERFORM READ-MAPPING-RECORD
    IF FOUND-ON-FILE
       DISPLAY 'DELETE ' GLM-POST-CODE ' (ACCOUNT ' GLM-ACCOUNT
          ')? (Y/N): ' WITH NO ADVANCING
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM = 'Y'
          DELETE GLMFILE
             INVALID KEY
                DISPLAY 'UNABLE TO DELETE POSTING CODE ' GLM-POST-CODE
             NOT INVALID KEY
                DISPLAY 'POSTING CODE ' GLM-POST-CODE ' DELETED'
          END-DELETE
       ELSE
          DISPLAY 'DELETE CANCELLED'
       END-IF
    END-IF.
LIST-MAPPING-RECORDS.
    MOVE LOW-VALUES TO GLM-POST-CODE
    MOVE ZERO TO WS-LIST-COUNT
    MOVE 'N' TO WS-EOF-SW
    START GLMFILE KEY IS NOT LESS THAN GLM-POST-CODE
       INVALID KEY
          MOVE 'Y' TO WS-EOF-SW
    END-START
    DISPLAY 'CODE      ACCOUNT   DESCRIPTION'
    PERFORM UNTIL EOF-SW
       READ GLMFILE NEXT RECORD
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       IF NOT-EOF-SW
          ADD 1 TO WS-LIST-COUNT
          DISPLAY GLM-POST-CODE '  ' GLM-ACCOUNT '  ' GLM-DESC
       END-IF
    END-PERFORM
    DISPLAY WS-LIST-COUNT ' POSTING CODES ON FILE'.
READ-MAPPING-RECORD.
    READ GLMFILE
       INVALID KEY
          DISPLAY 'POSTING CODE ' GLM-POST-CODE ' NOT ON FILE'
          MOVE 'N' TO WS-MAP-FOUND
       NOT INVALID KEY
          MOVE 'Y' TO WS-MAP-FOUND
    END-READ.
ACCEPT-ACCOUNT.
    MOVE 'N' TO WS-ACCOUNT-OK-SW
    PERFORM UNTIL ACCOUNT-OK
       DISPLAY 'ENTER GL ACCOUNT (8 DIGITS): ' WITH NO ADVANCING
       ACCEPT WS-ACCOUNT-ENTRY
       IF WS-ACCOUNT-ENTRY IS NUMERIC
          AND WS-ACCOUNT-ENTRY NOT = '00000000'
          MOVE 'Y' TO WS-ACCOUNT-OK-SW
       ELSE
          DISPLAY 'GL ACCOUNT MUST BE 8 DIGITS AND NOT ZERO'
       END-IF
    END-PERFORM
    MOVE WS-ACCOUNT-ENTRY TO GLM-ACCOUNT.
CHECK-FS-GLM.
    IF WS-FS-GLM NOT = 00
       DISPLAY 'GLMFILE (GLMAP) I-O ERROR, FILE STATUS = ' WS-FS-GLM
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
