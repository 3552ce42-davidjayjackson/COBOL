       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RTNMAIL.
*> Returned-mail posting: reads the mail room's file of items the
*> post office sent back (entity type, number, return date and the
*> reason stamped on the envelope) and marks the matching ADDRMSTR
*> address undeliverable with the return date, so MAILXTRT and
*> LTRMERGE stop mailing to it.  Each newly marked address is filed
*> on EXCPMSTR through EXCPLOG for a clerk to chase a new address.
*> An address already marked keeps its open exception and only
*> takes the later return date.  Items are edited the way ATTNPOST
*> edits attendance - entity type, the return date through DATEVAL
*> and not in the future, the address on file - and every item
*> lands on the register with its disposition; a run with any
*> reject ends RC 04.  ADDRMAINT clears the mark when the address
*> lines are changed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADDRFILE ASSIGN TO ADDRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS ADDR-KEY
    FILE STATUS IS WS-FS-ADDR.
    SELECT RTNFILE ASSIGN TO RTNITEMS
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-RTN.
    SELECT REGFILE ASSIGN TO RTNREG
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-REG.
DATA DIVISION.
FILE SECTION.
FD  ADDRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ADDR-REC.
COPY ADDRREC.
FD  RTNFILE
    RECORD CONTAINS 80 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS RTN-ITEM-REC.
01 RTN-ITEM-REC.
    02 RTN-ENT-TYPE        PIC X(01).
       88 RTN-VALID-TYPE   VALUES 'C' 'S'.
    02 RTN-ENT-ID          PIC 9(05).
    02 RTN-RETURN-DATE     PIC 9(08).
    02 RTN-REASON          PIC X(30).
    02 FILLER              PIC X(36).
FD  REGFILE
    DATA RECORD IS REG-LINE.
01 REG-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-ADDR              PIC 9(02).
77 WS-FS-RTN               PIC 9(02).
77 WS-FS-REG               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-REJECT-SW            PIC X(01) VALUE 'N'.
   88 ITEM-REJECTED        VALUE 'Y'.
   88 ITEM-ACCEPTED        VALUE 'N'.
01 WS-DISPOSITION          PIC X(29).
01 WS-RETURN-DATE-DISPLAY  PIC X(10).
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-MARKED-COUNT         PIC 9(07) VALUE ZERO.
77 WS-ALREADY-COUNT        PIC 9(07) VALUE ZERO.
77 WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-ADDR-KEY-TEXT.
   02 WS-AKT-TYPE          PIC X(01).
   02 FILLER               PIC X(01) VALUE SPACE.
   02 WS-AKT-ID            PIC 9(05).
COPY DVPARM.
COPY EXPARM.
01 WS-REG-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(30) VALUE 'RETURNED MAIL REGISTER'.
   02 FILLER               PIC X(24) VALUE SPACES.
01 WS-REG-COLUMNS          PIC X(80) VALUE
   'TYPE NUMBER  RETURNED    REASON                     DISPOSITION'.
01 WS-REG-DETAIL.
   02 WS-REG-TYPE          PIC X(01).
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-REG-ID            PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-REG-RETURN-DATE   PIC X(10).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-REASON        PIC X(25).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-REG-DISP          PIC X(29).
01 WS-REG-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
PROCEDURE DIVISION.
    DISPLAY 'POSTING RETURNED MAIL TO ADDRESS FILE...'
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING
    OPEN I-O ADDRFILE.
    PERFORM CHECK-FS-ADDR.
    OPEN INPUT RTNFILE.
    PERFORM CHECK-FS-RTN.
    OPEN OUTPUT REGFILE.
    PERFORM CHECK-FS-REG.
    PERFORM WRITE-REGISTER-HEADER.
    PERFORM UNTIL EOF-SW
       READ RTNFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-RTN
       IF NOT-EOF-SW
          ADD 1 TO WS-READ-COUNT
          PERFORM POST-ONE-RETURN
       END-IF
    END-PERFORM.
    PERFORM WRITE-CONTROL-TOTALS.
    CLOSE ADDRFILE.
    PERFORM CHECK-FS-ADDR.
    CLOSE RTNFILE.
    PERFORM CHECK-FS-RTN.
    CLOSE REGFILE.
    PERFORM CHECK-FS-REG.
    DISPLAY 'RETURNED ITEMS READ  : ' WS-READ-COUNT.
    DISPLAY 'ADDRESSES MARKED     : ' WS-MARKED-COUNT.
    DISPLAY 'ALREADY UNDELIVERABLE: ' WS-ALREADY-COUNT.
    DISPLAY 'ITEMS REJECTED       : ' WS-REJECT-COUNT.
    IF WS-REJECT-COUNT > ZERO
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
POST-ONE-RETURN.
    MOVE 'N' TO WS-REJECT-SW
    MOVE SPACES TO WS-DISPOSITION
    PERFORM EDIT-RETURNED-ITEM
    IF ITEM-ACCEPTED
       PERFORM APPLY-RETURNED-ITEM
    END-IF
    IF ITEM-REJECTED
       ADD 1 TO WS-REJECT-COUNT
    END-IF
    PERFORM WRITE-REGISTER-LINE.
EDIT-RETURNED-ITEM.
    IF NOT RTN-VALID-TYPE
       MOVE 'Y' TO WS-REJECT-SW
       STRING 'INVALID ENTITY TYPE: ' RTN-ENT-TYPE
          DELIMITED BY SIZE INTO WS-DISPOSITION
       END-STRING
    END-IF
    IF ITEM-ACCEPTED
       IF RTN-ENT-ID NOT NUMERIC
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'INVALID NUMBER' TO WS-DISPOSITION
       END-IF
    END-IF
    IF ITEM-ACCEPTED
       IF RTN-RETURN-DATE NOT NUMERIC
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'INVALID RETURN DATE' TO WS-DISPOSITION
       ELSE
          MOVE RTN-RETURN-DATE TO DV-DATE
          MOVE 'E' TO DV-TYPE
          CALL 'DATEVAL' USING DV-PARM
          IF DV-NOT-VALID
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'INVALID RETURN DATE' TO WS-DISPOSITION
          END-IF
       END-IF
    END-IF
    IF ITEM-ACCEPTED
       IF RTN-RETURN-DATE > WS-RUN-DATE-NUM
          MOVE 'Y' TO WS-REJECT-SW
          MOVE 'RETURN DATE IS IN THE FUTURE' TO WS-DISPOSITION
       END-IF
    END-IF
    IF ITEM-ACCEPTED
       MOVE RTN-ENT-TYPE TO ADDR-ENT-TYPE
       MOVE RTN-ENT-ID TO ADDR-ENT-ID
       READ ADDRFILE
          INVALID KEY
             MOVE 'Y' TO WS-REJECT-SW
             MOVE 'NO ADDRESS ON FILE' TO WS-DISPOSITION
       END-READ
       PERFORM CHECK-FS-ADDR
    END-IF.
*> An address that is already undeliverable has an exception open
*> from the first return; a later return only moves the date up.
APPLY-RETURNED-ITEM.
    IF ADDR-UNDELIVERABLE
       ADD 1 TO WS-ALREADY-COUNT
       MOVE 'ALREADY UNDELIVERABLE' TO WS-DISPOSITION
       IF RTN-RETURN-DATE > ADDR-RETURN-DATE
          MOVE RTN-RETURN-DATE TO ADDR-RETURN-DATE
          REWRITE ADDR-REC
          END-REWRITE
          PERFORM CHECK-FS-ADDR
       END-IF
    ELSE
       SET ADDR-UNDELIVERABLE TO TRUE
       MOVE RTN-RETURN-DATE TO ADDR-RETURN-DATE
       REWRITE ADDR-REC
       END-REWRITE
       PERFORM CHECK-FS-ADDR
       ADD 1 TO WS-MARKED-COUNT
       MOVE 'MARKED UNDELIVERABLE' TO WS-DISPOSITION
       PERFORM FILE-RETURN-EXCEPTION
    END-IF.
FILE-RETURN-EXCEPTION.
    MOVE 'RTNMAIL' TO EXC-PARM-PGM
    MOVE 'E' TO EXC-PARM-SEVERITY
    MOVE ADDR-ENT-TYPE TO WS-AKT-TYPE
    MOVE ADDR-ENT-ID TO WS-AKT-ID
    MOVE WS-ADDR-KEY-TEXT TO EXC-PARM-KEY
    PERFORM FORMAT-RETURN-DATE
    MOVE SPACES TO EXC-PARM-REASON
    STRING 'MAIL RETURNED ' DELIMITED BY SIZE
       WS-RETURN-DATE-DISPLAY DELIMITED BY SIZE
       ' - ' DELIMITED BY SIZE
       RTN-REASON DELIMITED BY SIZE
       INTO EXC-PARM-REASON
    END-STRING
    CALL 'EXCPLOG' USING EXC-PARM.
FORMAT-RETURN-DATE.
    MOVE SPACES TO WS-RETURN-DATE-DISPLAY
    IF RTN-RETURN-DATE NUMERIC
       STRING RTN-RETURN-DATE (5:2) DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          RTN-RETURN-DATE (7:2) DELIMITED BY SIZE
          '/' DELIMITED BY SIZE
          RTN-RETURN-DATE (1:4) DELIMITED BY SIZE
          INTO WS-RETURN-DATE-DISPLAY
       END-STRING
    ELSE
       MOVE RTN-RETURN-DATE TO WS-RETURN-DATE-DISPLAY
    END-IF.
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
    MOVE RTN-ENT-TYPE TO WS-REG-TYPE
    IF RTN-ENT-ID NUMERIC
       MOVE RTN-ENT-ID TO WS-REG-ID
    END-IF
    PERFORM FORMAT-RETURN-DATE
    MOVE WS-RETURN-DATE-DISPLAY TO WS-REG-RETURN-DATE
    MOVE RTN-REASON TO WS-REG-REASON
    MOVE WS-DISPOSITION TO WS-REG-DISP
    MOVE WS-REG-DETAIL TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
WRITE-CONTROL-TOTALS.
    MOVE SPACES TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'RETURNED ITEMS READ   ' TO WS-TOT-LABEL
    MOVE WS-READ-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'ADDRESSES MARKED      ' TO WS-TOT-LABEL
    MOVE WS-MARKED-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'ALREADY UNDELIVERABLE ' TO WS-TOT-LABEL
    MOVE WS-ALREADY-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG
    MOVE SPACES TO WS-REG-TOTAL-LINE
    MOVE 'ITEMS REJECTED        ' TO WS-TOT-LABEL
    MOVE WS-REJECT-COUNT TO WS-TOT-COUNT
    MOVE WS-REG-TOTAL-LINE TO REG-LINE
    WRITE REG-LINE
    PERFORM CHECK-FS-REG.
CHECK-FS-ADDR.
    IF WS-FS-ADDR NOT = 00 AND WS-FS-ADDR NOT = 23
       DISPLAY 'ADDRFILE (ADDRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ADDR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RTN.
    IF WS-FS-RTN NOT = 00 AND WS-FS-RTN NOT = 10
       DISPLAY 'RTNFILE (RTNITEMS) I-O ERROR, FILE STATUS = ' WS-FS-RTN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-REG.
    IF WS-FS-REG NOT = 00
       DISPLAY 'REGFILE (RTNREG) I-O ERROR, FILE STATUS = ' WS-FS-REG
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
