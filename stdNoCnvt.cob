       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STDNOCNV.
*> One-time conversion for the five-digit STD-NO and Ident cutover:
*> reads a file written while the student and customer numbers were
*> three digits and rebuilds it under the widened layouts, putting
*> two leading zeros in front of every number and giving up two
*> bytes of the layout's trailing filler for each.  CNVTFILE names
*> the kind of file being converted:
*>    ROSTER   DISK1 or DISK2         ENRMSTR   enrollments
*>    ARCHIVE  ARCH1 roster archive   ADDRMSTR  addresses
*>    CUSTMSTR customer master        BILLLEDG  tuition ledger
*>    WAITLIST course waitlist        STNDHIST  standing history
*>    ATTNDNC  attendance             CENSUS    census snapshots
*>    XREFOUT  student/customer links AUDITLOG  FILEWRT audit trail
*>    INVHIST  invoice history        RCPTHIST  receipt history
*>    UNAPPLD  unapplied cash         STDJRNL   roster journal
*>    CUSTJRNL customer journal
*> and CNVTOLD/CNVTNEW name the input and the rebuilt file (by
*> default the file's usual name and that name plus '.NEW').  Run
*> once per file at deployment, the STDNMCNV way.  The old file's
*> record count and the hash total of every number it carries are
*> taken on the way in, the new file is read back for the same two
*> totals, and the run says to swap the new file into place only
*> when both agree; otherwise it ends RC 16 and the old file stays
*> in service.  FINHOLD, GRDTRANS and the letter selection files
*> are rebuilt by their own runs and need no conversion.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OLD-ROSTER-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-ROSTER-NO
    ALTERNATE RECORD KEY IS OLD-ROSTER-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-ROSTER-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS STD-NO OF NEW-ROSTER-REC
    ALTERNATE RECORD KEY IS STD-NAME OF NEW-ROSTER-REC WITH DUPLICATES
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-KEY3-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-KEY3
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-KEY5-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-KEY5
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-ENR-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-ENR-KEY
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-ENR-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-ENR-KEY
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-ADDR-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-ADDR-KEY
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-ADDR-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-ADDR-KEY
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-WAIT-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-WAIT-KEY
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-WAIT-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-WAIT-KEY
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-STND-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-STND-KEY
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-STND-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-STND-KEY
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-ATTN-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-ATTN-KEY
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-ATTN-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-ATTN-KEY
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-CEN-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-CEN-KEY
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-CEN-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS NEW-CEN-KEY
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-SEQ-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-SEQ-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-NEW.
    SELECT OLD-JRNL-FILE ASSIGN DYNAMIC WS-OLD-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-OLD.
    SELECT NEW-JRNL-FILE ASSIGN DYNAMIC WS-NEW-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-NEW.
DATA DIVISION.
FILE SECTION.
FD  OLD-ROSTER-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-ROSTER-REC.
01 OLD-ROSTER-REC.
    02 OLD-ROSTER-NO       PIC X(03).
    02 OLD-ROSTER-NAME     PIC X(20).
    02 FILLER              PIC X(57).
FD  NEW-ROSTER-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-ROSTER-REC.
COPY STDREC REPLACING ==STD-REC== BY ==NEW-ROSTER-REC==.
*> The archive, the customer master and the tuition ledger are all
*> keyed on the number alone.
FD  OLD-KEY3-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-KEY3-REC.
01 OLD-KEY3-REC.
    02 OLD-KEY3            PIC X(03).
    02 FILLER              PIC X(77).
FD  NEW-KEY5-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-KEY5-REC.
01 NEW-KEY5-REC.
    02 NEW-KEY5            PIC X(05).
    02 FILLER              PIC X(75).
FD  OLD-ENR-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-ENR-REC.
01 OLD-ENR-REC.
    02 OLD-ENR-KEY         PIC X(14).
    02 FILLER              PIC X(66).
FD  NEW-ENR-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-ENR-REC.
01 NEW-ENR-REC.
    02 NEW-ENR-KEY         PIC X(16).
    02 FILLER              PIC X(64).
FD  OLD-ADDR-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-ADDR-REC.
01 OLD-ADDR-REC.
    02 OLD-ADDR-KEY        PIC X(04).
    02 FILLER              PIC X(76).
FD  NEW-ADDR-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-ADDR-REC.
01 NEW-ADDR-REC.
    02 NEW-ADDR-KEY        PIC X(06).
    02 FILLER              PIC X(74).
*> The waitlist key is course, term and sequence; only the student
*> number behind it widens.
FD  OLD-WAIT-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-WAIT-REC.
01 OLD-WAIT-REC.
    02 OLD-WAIT-KEY        PIC X(16).
    02 FILLER              PIC X(64).
FD  NEW-WAIT-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-WAIT-REC.
01 NEW-WAIT-REC.
    02 NEW-WAIT-KEY        PIC X(16).
    02 FILLER              PIC X(64).
FD  OLD-STND-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-STND-REC.
01 OLD-STND-REC.
    02 OLD-STND-KEY        PIC X(08).
    02 FILLER              PIC X(72).
FD  NEW-STND-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-STND-REC.
01 NEW-STND-REC.
    02 NEW-STND-KEY        PIC X(10).
    02 FILLER              PIC X(70).
FD  OLD-ATTN-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-ATTN-REC.
01 OLD-ATTN-REC.
    02 OLD-ATTN-KEY        PIC X(22).
    02 FILLER              PIC X(58).
FD  NEW-ATTN-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-ATTN-REC.
01 NEW-ATTN-REC.
    02 NEW-ATTN-KEY        PIC X(24).
    02 FILLER              PIC X(56).
FD  OLD-CEN-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-CEN-REC.
01 OLD-CEN-REC.
    02 OLD-CEN-KEY         PIC X(23).
    02 FILLER              PIC X(57).
FD  NEW-CEN-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-CEN-REC.
01 NEW-CEN-REC.
    02 NEW-CEN-KEY         PIC X(25).
    02 FILLER              PIC X(55).
FD  OLD-SEQ-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-SEQ-REC.
01 OLD-SEQ-REC             PIC X(80).
FD  NEW-SEQ-FILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-SEQ-REC.
01 NEW-SEQ-REC             PIC X(80).
FD  OLD-JRNL-FILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS OLD-JRNL-REC.
01 OLD-JRNL-REC            PIC X(200).
FD  NEW-JRNL-FILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS NEW-JRNL-REC.
01 NEW-JRNL-REC            PIC X(200).
WORKING-STORAGE SECTION.
77 WS-FS-OLD               PIC 9(02).
77 WS-FS-NEW               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-CNVT-FILE            PIC X(08) VALUE 'ROSTER'.
01 WS-CNVT-ENV             PIC X(10) VALUE 'CNVTFILE'.
01 WS-FILE-CLASS           PIC X(01) VALUE SPACE.
   88 CLASS-ROSTER         VALUE 'R'.
   88 CLASS-KEY-ONLY       VALUE 'K'.
   88 CLASS-ENROLLMENT     VALUE 'E'.
   88 CLASS-ADDRESS        VALUE 'A'.
   88 CLASS-WAITLIST       VALUE 'W'.
   88 CLASS-STANDING       VALUE 'H'.
   88 CLASS-ATTENDANCE     VALUE 'T'.
   88 CLASS-CENSUS         VALUE 'C'.
   88 CLASS-SEQUENTIAL     VALUE 'S'.
   88 CLASS-JOURNAL        VALUE 'J'.
   88 CLASS-UNKNOWN        VALUE SPACE.
01 WS-DEFAULT-NAME         PIC X(30) VALUE SPACES.
*> Each number to widen, by its position in the old record, where
*> it lands in the new one, and the last byte of the stretch it
*> shifts - the whole record, or one image within a journal record.
*> Entries run left to right.
01 WS-FIELD-TABLE.
   02 WS-FIELD-ENTRY OCCURS 2 TIMES.
      03 WS-FLD-OLD-POS    PIC 9(03).
      03 WS-FLD-NEW-POS    PIC 9(03).
      03 WS-FLD-SEG-END    PIC 9(03).
77 WS-FIELD-COUNT          PIC 9(01) VALUE ZERO.
77 WS-FIELD-SUB            PIC 9(01) VALUE ZERO.
77 WS-SHIFT-LEN            PIC 9(03) VALUE ZERO.
01 WS-OLD-IMAGE            PIC X(200) VALUE SPACES.
01 WS-NEW-IMAGE            PIC X(200) VALUE SPACES.
01 WS-SHIFT-AREA           PIC X(200) VALUE SPACES.
01 WS-OLD-NUMBER           PIC 9(03) VALUE ZERO.
01 WS-NEW-NUMBER           PIC 9(05) VALUE ZERO.
01 WS-FILLER-LOST-SW       PIC X(01) VALUE 'N'.
   88 FILLER-LOST          VALUE 'Y'.
77 WS-BEFORE-COUNT         PIC 9(09) VALUE ZERO.
77 WS-WRITTEN-COUNT        PIC 9(09) VALUE ZERO.
77 WS-AFTER-COUNT          PIC 9(09) VALUE ZERO.
77 WS-BEFORE-HASH          PIC 9(11) VALUE ZERO.
77 WS-AFTER-HASH           PIC 9(11) VALUE ZERO.
77 WS-FILLER-LOST-COUNT    PIC 9(09) VALUE ZERO.
01 WS-OLD-NAME             PIC X(30) VALUE SPACES.
01 WS-OLD-ENV              PIC X(10) VALUE 'CNVTOLD'.
01 WS-NEW-NAME             PIC X(30) VALUE SPACES.
01 WS-NEW-ENV              PIC X(10) VALUE 'CNVTNEW'.
PROCEDURE DIVISION.
    DISPLAY 'CONVERTING FILE TO FIVE-DIGIT STD-NO AND IDENT...'
    ACCEPT WS-CNVT-FILE FROM ENVIRONMENT WS-CNVT-ENV
       ON EXCEPTION
          MOVE 'ROSTER' TO WS-CNVT-FILE
    END-ACCEPT
    IF WS-CNVT-FILE = SPACES
       MOVE 'ROSTER' TO WS-CNVT-FILE
    END-IF
    PERFORM SET-FILE-LAYOUT
    IF CLASS-UNKNOWN
       DISPLAY 'CNVTFILE ' WS-CNVT-FILE ' IS NOT A FILE THIS RUN CONVERTS'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    ACCEPT WS-OLD-NAME FROM ENVIRONMENT WS-OLD-ENV
       ON EXCEPTION
          MOVE WS-DEFAULT-NAME TO WS-OLD-NAME
    END-ACCEPT
    IF WS-OLD-NAME = SPACES
       MOVE WS-DEFAULT-NAME TO WS-OLD-NAME
    END-IF
    ACCEPT WS-NEW-NAME FROM ENVIRONMENT WS-NEW-ENV
       ON EXCEPTION
          MOVE SPACES TO WS-NEW-NAME
    END-ACCEPT
    IF WS-NEW-NAME = SPACES
       STRING WS-OLD-NAME DELIMITED BY SPACE
          '.NEW' DELIMITED BY SIZE
          INTO WS-NEW-NAME
       END-STRING
    END-IF
    IF WS-OLD-NAME = WS-NEW-NAME
       DISPLAY 'CNVTOLD AND CNVTNEW MUST NAME DIFFERENT FILES'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF
    DISPLAY 'FILE KIND          : ' WS-CNVT-FILE
    DISPLAY 'INPUT  (3 DIGITS)  : ' WS-OLD-NAME
    DISPLAY 'OUTPUT (5 DIGITS)  : ' WS-NEW-NAME
    PERFORM OPEN-CONVERSION-FILES.
    PERFORM UNTIL EOF-SW
       PERFORM READ-OLD-RECORD
       IF NOT-EOF-SW
          PERFORM CONVERT-ONE-RECORD
          PERFORM WRITE-NEW-RECORD
       END-IF
    END-PERFORM.
    PERFORM CLOSE-CONVERSION-FILES.
    PERFORM PROVE-NEW-FILE.
    DISPLAY 'RECORDS READ       (BEFORE): ' WS-BEFORE-COUNT.
    DISPLAY 'RECORDS WRITTEN            : ' WS-WRITTEN-COUNT.
    DISPLAY 'RECORDS READ BACK  (AFTER) : ' WS-AFTER-COUNT.
    DISPLAY 'NUMBER HASH TOTAL  (BEFORE): ' WS-BEFORE-HASH.
    DISPLAY 'NUMBER HASH TOTAL  (AFTER) : ' WS-AFTER-HASH.
    IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT
       OR WS-WRITTEN-COUNT NOT = WS-AFTER-COUNT
       OR WS-BEFORE-HASH NOT = WS-AFTER-HASH
       DISPLAY 'CONTROL TOTALS DO NOT AGREE - DO NOT SWAP '
          WS-NEW-NAME
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
    IF WS-FILLER-LOST-COUNT > ZERO
       DISPLAY 'RECORDS WITH DATA IN THE FILLER GIVEN UP: '
          WS-FILLER-LOST-COUNT
       MOVE 04 TO RETURN-CODE
    END-IF.
    DISPLAY 'CONTROL TOTALS AGREE'.
    DISPLAY 'SWAP ' WS-NEW-NAME ' INTO PLACE AS ' WS-OLD-NAME
       ' TO COMPLETE THE CUTOVER'.
    GOBACK.
*> Positions are the old three-digit layouts'; the new positions
*> follow from two bytes added ahead of each earlier number in the
*> same stretch.
SET-FILE-LAYOUT.
    MOVE SPACE TO WS-FILE-CLASS
    MOVE 1 TO WS-FIELD-COUNT
    MOVE 001 TO WS-FLD-OLD-POS (1)
    MOVE 001 TO WS-FLD-NEW-POS (1)
    MOVE 080 TO WS-FLD-SEG-END (1)
    MOVE WS-CNVT-FILE TO WS-DEFAULT-NAME
    EVALUATE WS-CNVT-FILE
       WHEN 'ROSTER'
          MOVE 'R' TO WS-FILE-CLASS
          MOVE 'DISK1' TO WS-DEFAULT-NAME
       WHEN 'ARCHIVE'
          MOVE 'K' TO WS-FILE-CLASS
          MOVE 'ARCH1' TO WS-DEFAULT-NAME
       WHEN 'CUSTMSTR'
       WHEN 'BILLLEDG'
          MOVE 'K' TO WS-FILE-CLASS
       WHEN 'ENRMSTR'
          MOVE 'E' TO WS-FILE-CLASS
       WHEN 'ADDRMSTR'
          MOVE 'A' TO WS-FILE-CLASS
          MOVE 002 TO WS-FLD-OLD-POS (1)
          MOVE 002 TO WS-FLD-NEW-POS (1)
       WHEN 'WAITLIST'
          MOVE 'W' TO WS-FILE-CLASS
          MOVE 017 TO WS-FLD-OLD-POS (1)
          MOVE 017 TO WS-FLD-NEW-POS (1)
       WHEN 'STNDHIST'
          MOVE 'H' TO WS-FILE-CLASS
       WHEN 'ATTNDNC'
          MOVE 'T' TO WS-FILE-CLASS
       WHEN 'CENSUS'
          MOVE 'C' TO WS-FILE-CLASS
          MOVE 021 TO WS-FLD-OLD-POS (1)
          MOVE 021 TO WS-FLD-NEW-POS (1)
       WHEN 'AUDITLOG'
          MOVE 'S' TO WS-FILE-CLASS
          MOVE 016 TO WS-FLD-OLD-POS (1)
          MOVE 016 TO WS-FLD-NEW-POS (1)
       WHEN 'RCPTHIST'
       WHEN 'UNAPPLD'
          MOVE 'S' TO WS-FILE-CLASS
       WHEN 'XREFOUT'
       WHEN 'INVHIST'
          MOVE 'S' TO WS-FILE-CLASS
          MOVE 2 TO WS-FIELD-COUNT
          MOVE 005 TO WS-FLD-OLD-POS (2)
          MOVE 007 TO WS-FLD-NEW-POS (2)
          MOVE 080 TO WS-FLD-SEG-END (2)
       WHEN 'STDJRNL'
       WHEN 'CUSTJRNL'
          MOVE 'J' TO WS-FILE-CLASS
          MOVE 2 TO WS-FIELD-COUNT
          MOVE 023 TO WS-FLD-OLD-POS (1)
          MOVE 023 TO WS-FLD-NEW-POS (1)
          MOVE 102 TO WS-FLD-SEG-END (1)
          MOVE 104 TO WS-FLD-OLD-POS (2)
          MOVE 104 TO WS-FLD-NEW-POS (2)
          MOVE 183 TO WS-FLD-SEG-END (2)
       WHEN OTHER
          MOVE SPACE TO WS-FILE-CLASS
    END-EVALUATE.
*> Numbers are widened right to left so a shift never moves a
*> number still waiting its turn.  A number that is not three
*> digits - the empty before image of a journal ADD - gets two
*> spaces instead of two zeros and stays blank.
CONVERT-ONE-RECORD.
    ADD 1 TO WS-BEFORE-COUNT
    MOVE 'N' TO WS-FILLER-LOST-SW
    MOVE WS-OLD-IMAGE TO WS-NEW-IMAGE
    PERFORM VARYING WS-FIELD-SUB FROM WS-FIELD-COUNT BY -1
       UNTIL WS-FIELD-SUB < 1
       PERFORM WIDEN-ONE-NUMBER
    END-PERFORM
    IF FILLER-LOST
       ADD 1 TO WS-FILLER-LOST-COUNT
    END-IF.
WIDEN-ONE-NUMBER.
    IF WS-NEW-IMAGE (WS-FLD-SEG-END (WS-FIELD-SUB) - 1:2) NOT = SPACES
       MOVE 'Y' TO WS-FILLER-LOST-SW
    END-IF
    COMPUTE WS-SHIFT-LEN = WS-FLD-SEG-END (WS-FIELD-SUB)
       - WS-FLD-OLD-POS (WS-FIELD-SUB) - 1
    MOVE WS-NEW-IMAGE (WS-FLD-OLD-POS (WS-FIELD-SUB):WS-SHIFT-LEN)
       TO WS-SHIFT-AREA
    MOVE WS-SHIFT-AREA (1:WS-SHIFT-LEN)
       TO WS-NEW-IMAGE (WS-FLD-OLD-POS (WS-FIELD-SUB) + 2:WS-SHIFT-LEN)
    IF WS-OLD-IMAGE (WS-FLD-OLD-POS (WS-FIELD-SUB):3) IS NUMERIC
       MOVE '00' TO WS-NEW-IMAGE (WS-FLD-OLD-POS (WS-FIELD-SUB):2)
       MOVE WS-OLD-IMAGE (WS-FLD-OLD-POS (WS-FIELD-SUB):3)
          TO WS-OLD-NUMBER
       ADD WS-OLD-NUMBER TO WS-BEFORE-HASH
    ELSE
       MOVE SPACES TO WS-NEW-IMAGE (WS-FLD-OLD-POS (WS-FIELD-SUB):2)
    END-IF.
*> The new file is read back from the top and its numbers are added
*> up where the new layout says they are, so the after totals come
*> from what actually landed on disk.
PROVE-NEW-FILE.
    MOVE 'N' TO WS-EOF-SW
    PERFORM OPEN-NEW-FOR-PROOF
    PERFORM UNTIL EOF-SW
       PERFORM READ-NEW-RECORD
       IF NOT-EOF-SW
          ADD 1 TO WS-AFTER-COUNT
          PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
             UNTIL WS-FIELD-SUB > WS-FIELD-COUNT
             IF WS-NEW-IMAGE (WS-FLD-NEW-POS (WS-FIELD-SUB):5)
                IS NUMERIC
                MOVE WS-NEW-IMAGE (WS-FLD-NEW-POS (WS-FIELD-SUB):5)
                   TO WS-NEW-NUMBER
                ADD WS-NEW-NUMBER TO WS-AFTER-HASH
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    PERFORM CLOSE-NEW-FILE.
OPEN-CONVERSION-FILES.
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          OPEN INPUT OLD-ROSTER-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-ROSTER-FILE
       WHEN CLASS-KEY-ONLY
          OPEN INPUT OLD-KEY3-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-KEY5-FILE
       WHEN CLASS-ENROLLMENT
          OPEN INPUT OLD-ENR-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-ENR-FILE
       WHEN CLASS-ADDRESS
          OPEN INPUT OLD-ADDR-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-ADDR-FILE
       WHEN CLASS-WAITLIST
          OPEN INPUT OLD-WAIT-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-WAIT-FILE
       WHEN CLASS-STANDING
          OPEN INPUT OLD-STND-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-STND-FILE
       WHEN CLASS-ATTENDANCE
          OPEN INPUT OLD-ATTN-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-ATTN-FILE
       WHEN CLASS-CENSUS
          OPEN INPUT OLD-CEN-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-CEN-FILE
       WHEN CLASS-SEQUENTIAL
          OPEN INPUT OLD-SEQ-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-SEQ-FILE
       WHEN CLASS-JOURNAL
          OPEN INPUT OLD-JRNL-FILE
          PERFORM CHECK-FS-OLD
          OPEN OUTPUT NEW-JRNL-FILE
    END-EVALUATE
    PERFORM CHECK-FS-NEW.
READ-OLD-RECORD.
    MOVE SPACES TO WS-OLD-IMAGE
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          READ OLD-ROSTER-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-KEY-ONLY
          READ OLD-KEY3-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-ENROLLMENT
          READ OLD-ENR-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-ADDRESS
          READ OLD-ADDR-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-WAITLIST
          READ OLD-WAIT-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-STANDING
          READ OLD-STND-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-ATTENDANCE
          READ OLD-ATTN-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-CENSUS
          READ OLD-CEN-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-SEQUENTIAL
          READ OLD-SEQ-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-JOURNAL
          READ OLD-JRNL-FILE INTO WS-OLD-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
    END-EVALUATE
    PERFORM CHECK-FS-OLD.
WRITE-NEW-RECORD.
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          WRITE NEW-ROSTER-REC FROM WS-NEW-IMAGE
       WHEN CLASS-KEY-ONLY
          WRITE NEW-KEY5-REC FROM WS-NEW-IMAGE
       WHEN CLASS-ENROLLMENT
          WRITE NEW-ENR-REC FROM WS-NEW-IMAGE
       WHEN CLASS-ADDRESS
          WRITE NEW-ADDR-REC FROM WS-NEW-IMAGE
       WHEN CLASS-WAITLIST
          WRITE NEW-WAIT-REC FROM WS-NEW-IMAGE
       WHEN CLASS-STANDING
          WRITE NEW-STND-REC FROM WS-NEW-IMAGE
       WHEN CLASS-ATTENDANCE
          WRITE NEW-ATTN-REC FROM WS-NEW-IMAGE
       WHEN CLASS-CENSUS
          WRITE NEW-CEN-REC FROM WS-NEW-IMAGE
       WHEN CLASS-SEQUENTIAL
          WRITE NEW-SEQ-REC FROM WS-NEW-IMAGE
       WHEN CLASS-JOURNAL
          WRITE NEW-JRNL-REC FROM WS-NEW-IMAGE
    END-EVALUATE
    PERFORM CHECK-FS-NEW
    ADD 1 TO WS-WRITTEN-COUNT.
CLOSE-CONVERSION-FILES.
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          CLOSE OLD-ROSTER-FILE
       WHEN CLASS-KEY-ONLY
          CLOSE OLD-KEY3-FILE
       WHEN CLASS-ENROLLMENT
          CLOSE OLD-ENR-FILE
       WHEN CLASS-ADDRESS
          CLOSE OLD-ADDR-FILE
       WHEN CLASS-WAITLIST
          CLOSE OLD-WAIT-FILE
       WHEN CLASS-STANDING
          CLOSE OLD-STND-FILE
       WHEN CLASS-ATTENDANCE
          CLOSE OLD-ATTN-FILE
       WHEN CLASS-CENSUS
          CLOSE OLD-CEN-FILE
       WHEN CLASS-SEQUENTIAL
          CLOSE OLD-SEQ-FILE
       WHEN CLASS-JOURNAL
          CLOSE OLD-JRNL-FILE
    END-EVALUATE
    PERFORM CHECK-FS-OLD
    PERFORM CLOSE-NEW-FILE.
OPEN-NEW-FOR-PROOF.
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          OPEN INPUT NEW-ROSTER-FILE
       WHEN CLASS-KEY-ONLY
          OPEN INPUT NEW-KEY5-FILE
       WHEN CLASS-ENROLLMENT
          OPEN INPUT NEW-ENR-FILE
       WHEN CLASS-ADDRESS
          OPEN INPUT NEW-ADDR-FILE
       WHEN CLASS-WAITLIST
          OPEN INPUT NEW-WAIT-FILE
       WHEN CLASS-STANDING
          OPEN INPUT NEW-STND-FILE
       WHEN CLASS-ATTENDANCE
          OPEN INPUT NEW-ATTN-FILE
       WHEN CLASS-CENSUS
          OPEN INPUT NEW-CEN-FILE
       WHEN CLASS-SEQUENTIAL
          OPEN INPUT NEW-SEQ-FILE
       WHEN CLASS-JOURNAL
          OPEN INPUT NEW-JRNL-FILE
    END-EVALUATE
    PERFORM CHECK-FS-NEW.
READ-NEW-RECORD.
    MOVE SPACES TO WS-NEW-IMAGE
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          READ NEW-ROSTER-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-KEY-ONLY
          READ NEW-KEY5-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-ENROLLMENT
          READ NEW-ENR-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-ADDRESS
          READ NEW-ADDR-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-WAITLIST
          READ NEW-WAIT-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-STANDING
          READ NEW-STND-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-ATTENDANCE
          READ NEW-ATTN-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-CENSUS
          READ NEW-CEN-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-SEQUENTIAL
          READ NEW-SEQ-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
       WHEN CLASS-JOURNAL
          READ NEW-JRNL-FILE INTO WS-NEW-IMAGE
             AT END MOVE 'Y' TO WS-EOF-SW
          END-READ
    END-EVALUATE
    IF WS-FS-NEW NOT = 10
       PERFORM CHECK-FS-NEW
    END-IF.
CLOSE-NEW-FILE.
    EVALUATE TRUE
       WHEN CLASS-ROSTER
          CLOSE NEW-ROSTER-FILE
       WHEN CLASS-KEY-ONLY
          CLOSE NEW-KEY5-FILE
       WHEN CLASS-ENROLLMENT
          CLOSE NEW-ENR-FILE
       WHEN CLASS-ADDRESS
          CLOSE NEW-ADDR-FILE
       WHEN CLASS-WAITLIST
          CLOSE NEW-WAIT-FILE
       WHEN CLASS-STANDING
          CLOSE NEW-STND-FILE
       WHEN CLASS-ATTENDANCE
          CLOSE NEW-ATTN-FILE
       WHEN CLASS-CENSUS
          CLOSE NEW-CEN-FILE
       WHEN CLASS-SEQUENTIAL
          CLOSE NEW-SEQ-FILE
       WHEN CLASS-JOURNAL
          CLOSE NEW-JRNL-FILE
    END-EVALUATE
    PERFORM CHECK-FS-NEW.
CHECK-FS-OLD.
    IF WS-FS-OLD NOT = 00 AND WS-FS-OLD NOT = 10
       DISPLAY 'OLDFILE I-O ERROR, FILE STATUS = ' WS-FS-OLD
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-NEW.
    IF WS-FS-NEW NOT = 00
       DISPLAY 'NEWFILE I-O ERROR, FILE STATUS = ' WS-FS-NEW
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
