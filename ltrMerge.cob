*> selection is any file in the shared SEL-REC layout: STDROLL's
*> ROLLSEL graduates, CUSTRPT's BDAYSEL birthday customers, or any
*> future selection a program cares to write.  SELNAME names the
*> selection file to merge (default ROLLSEL).  When the selection
*> says whether it holds students or customers, the person's ADDRMSTR
*> address is looked up and one RTNMAIL has marked undeliverable gets
*> no letter; it is listed on LTRNADR, the needs-new-address report,
*> and the control check counts it with the letters written.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-SEL.
    SELECT ADDRFILE ASSIGN TO ADDRMSTR
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS ADDR-KEY
    FILE STATUS IS WS-FS-ADDR.
    SELECT NADRFILE ASSIGN TO LTRNADR
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-NADR.
    SELECT LTRFILE ASSIGN TO LETTERS
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-LTR.
    RECORDING MODE IS F
    DATA RECORD IS SEL-REC.
COPY SELREC.
FD  ADDRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ADDR-REC.
COPY ADDRREC.
FD  NADRFILE
    DATA RECORD IS NADR-LINE.
01 NADR-LINE               PIC X(80).
FD  LTRFILE
    DATA RECORD IS LTR-LINE.
01 LTR-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-TMPL              PIC 9(02).
77 WS-FS-SEL               PIC 9(02).
77 WS-FS-ADDR              PIC 9(02).
77 WS-FS-NADR              PIC 9(02).
77 WS-FS-LTR               PIC 9(02).
77 WS-FS-SUM               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-SEL-NAME             PIC X(30) VALUE 'ROLLSEL'.
01 WS-ADDR-OPEN-SW         PIC X(01) VALUE 'N'.
   88 ADDR-FILE-OPEN       VALUE 'Y'.
   88 ADDR-FILE-ABSENT     VALUE 'N'.
01 WS-SKIP-SW              PIC X(01) VALUE 'N'.
   88 SKIP-LETTER          VALUE 'Y'.
   88 MAIL-LETTER          VALUE 'N'.
*> The template is small; it is tabled once so the selection file
*> drives a single pass and each letter replays the table.
01 WS-TMPL-TABLE.
77 WS-TMPL-SUB             PIC 9(03) VALUE ZERO.
77 WS-SEL-COUNT            PIC 9(07) VALUE ZERO.
77 WS-LETTER-COUNT         PIC 9(07) VALUE ZERO.
77 WS-UNDELIV-COUNT        PIC 9(07) VALUE ZERO.
77 WS-CONTROL-COUNT        PIC 9(07) VALUE ZERO.
01 WS-WORK-LINE            PIC X(80) VALUE SPACES.
01 WS-OUT-LINE             PIC X(80) VALUE SPACES.
77 WS-IN-POS               PIC 9(03) VALUE ZERO.
77 WS-INS-SUB              PIC 9(03) VALUE ZERO.
01 WS-INS-TEXT             PIC X(20) VALUE SPACES.
77 WS-INS-LEN              PIC 9(02) VALUE ZERO.
01 WS-SUB-ID               PIC 9(05) VALUE ZERO.
01 WS-SUB-ID-X REDEFINES WS-SUB-ID PIC X(05).
01 WS-SUB-DATE.
   02 WS-SUB-DATE-YYYY     PIC 9(04).
   02 WS-SUB-DATE-MM       PIC 9(02).
   02 WS-SUM-LABEL         PIC X(25).
   02 WS-SUM-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
01 WS-NADR-HEADER.
   02 FILLER               PIC X(20) VALUE 'SELECTION FILE: '.
   02 WS-NADR-HDR-SEL      PIC X(30).
   02 FILLER               PIC X(30) VALUE 'NEEDS NEW ADDRESS'.
01 WS-NADR-COLUMNS         PIC X(80) VALUE
   'TYPE NUMBER  NAME                 RETURNED    LAST ADDRESS'.
01 WS-NADR-DETAIL.
   02 WS-NADR-TYPE         PIC X(01).
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-NADR-ID           PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-NADR-NAME         PIC X(20).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-NADR-RETURN-DATE  PIC X(10).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-NADR-LAST-ADDR    PIC X(25).
   02 FILLER               PIC X(09) VALUE SPACES.
01 WS-SUM-TEXT-LINE.
   02 WS-SUM-TEXT-LABEL    PIC X(25).
   02 WS-SUM-TEXT-VALUE    PIC X(30).
    PERFORM CHECK-FS-SEL.
    OPEN OUTPUT LTRFILE.
    PERFORM CHECK-FS-LTR.
    PERFORM OPEN-ADDRESS-FILES.
    PERFORM UNTIL EOF-SW
       READ SELFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       PERFORM CHECK-FS-SEL
       IF NOT-EOF-SW
          ADD 1 TO WS-SEL-COUNT
          PERFORM CHECK-SELECTION-ADDRESS
          IF MAIL-LETTER
             PERFORM MERGE-ONE-LETTER
          END-IF
       END-IF
    END-PERFORM.
    CLOSE SELFILE.
    PERFORM CHECK-FS-SEL.
    CLOSE LTRFILE.
    PERFORM CHECK-FS-LTR.
    IF ADDR-FILE-OPEN
       CLOSE ADDRFILE
       PERFORM CHECK-FS-ADDR
    END-IF.
    CLOSE NADRFILE.
    PERFORM CHECK-FS-NADR.
    PERFORM WRITE-CONTROL-SUMMARY.
    DISPLAY 'SELECTIONS READ: ' WS-SEL-COUNT.
    DISPLAY 'LETTERS WRITTEN: ' WS-LETTER-COUNT.
    DISPLAY 'UNDELIVERABLE  : ' WS-UNDELIV-COUNT.
    GOBACK.
LOAD-TEMPLATE-TABLE.
    MOVE 'N' TO WS-EOF-SW
    PERFORM CHECK-FS-TMPL
    MOVE 'N' TO WS-EOF-SW
    DISPLAY 'TEMPLATE LINES : ' WS-TMPL-COUNT.
*> A selection with no entity type has nothing to key an address
*> on and is merged without the check, as is every selection when
*> there is no ADDRMSTR file.
OPEN-ADDRESS-FILES.
    OPEN INPUT ADDRFILE
    IF WS-FS-ADDR = 35
       DISPLAY 'NO ADDRMSTR FILE - ADDRESSES NOT CHECKED'
    ELSE
       PERFORM CHECK-FS-ADDR
       SET ADDR-FILE-OPEN TO TRUE
    END-IF
    OPEN OUTPUT NADRFILE
    PERFORM CHECK-FS-NADR
    MOVE WS-SEL-NAME TO WS-NADR-HDR-SEL
    MOVE WS-NADR-HEADER TO NADR-LINE
    WRITE NADR-LINE
    PERFORM CHECK-FS-NADR
    MOVE SPACES TO NADR-LINE
    WRITE NADR-LINE
    PERFORM CHECK-FS-NADR
    MOVE WS-NADR-COLUMNS TO NADR-LINE
    WRITE NADR-LINE
    PERFORM CHECK-FS-NADR.
CHECK-SELECTION-ADDRESS.
    SET MAIL-LETTER TO TRUE
    IF ADDR-FILE-OPEN AND (SEL-CUSTOMER OR SEL-STUDENT)
       MOVE SEL-ENT-TYPE TO ADDR-ENT-TYPE
       MOVE SEL-ID TO ADDR-ENT-ID
       READ ADDRFILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             IF ADDR-UNDELIVERABLE
                SET SKIP-LETTER TO TRUE
             END-IF
       END-READ
       PERFORM CHECK-FS-ADDR
    END-IF
    IF SKIP-LETTER
       PERFORM WRITE-NEEDS-NEW-ADDRESS
    END-IF.
WRITE-NEEDS-NEW-ADDRESS.
    ADD 1 TO WS-UNDELIV-COUNT
    MOVE SPACES TO WS-NADR-DETAIL
    MOVE SEL-ENT-TYPE TO WS-NADR-TYPE
    MOVE SEL-ID TO WS-NADR-ID
    MOVE SEL-NAME TO WS-NADR-NAME
    MOVE ADDR-RETURN-DATE TO WS-SUB-DATE
    STRING WS-SUB-DATE-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-SUB-DATE-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-SUB-DATE-YYYY DELIMITED BY SIZE
       INTO WS-NADR-RETURN-DATE
    END-STRING
    MOVE ADDR-LINE1 TO WS-NADR-LAST-ADDR
    MOVE WS-NADR-DETAIL TO NADR-LINE
    WRITE NADR-LINE
    PERFORM CHECK-FS-NADR.
MERGE-ONE-LETTER.
    ADD 1 TO WS-LETTER-COUNT
    IF WS-LETTER-COUNT > 1
             AND WS-WORK-LINE (WS-IN-POS:3) = '&ID'
             MOVE SEL-ID TO WS-SUB-ID
             MOVE SPACES TO WS-INS-TEXT
             MOVE WS-SUB-ID-X TO WS-INS-TEXT (1:5)
             PERFORM INSERT-TRIMMED-TEXT
             ADD 3 TO WS-IN-POS
          WHEN OTHER
    MOVE WS-SUM-COUNT-LINE TO SUM-LINE
    WRITE SUM-LINE
    PERFORM CHECK-FS-SUM
    MOVE SPACES TO WS-SUM-COUNT-LINE
    MOVE 'SKIPPED - UNDELIVERABLE  ' TO WS-SUM-LABEL
    MOVE WS-UNDELIV-COUNT TO WS-SUM-COUNT
    MOVE WS-SUM-COUNT-LINE TO SUM-LINE
    WRITE SUM-LINE
    PERFORM CHECK-FS-SUM
    MOVE SPACES TO WS-SUM-TEXT-LINE
    MOVE 'CONTROL CHECK            ' TO WS-SUM-TEXT-LABEL
    COMPUTE WS-CONTROL-COUNT = WS-LETTER-COUNT + WS-UNDELIV-COUNT
    IF WS-SEL-COUNT = WS-CONTROL-COUNT
       MOVE 'LETTERS MATCH SELECTIONS' TO WS-SUM-TEXT-VALUE
    ELSE
       MOVE 'COUNTS DO NOT MATCH - REVIEW' TO WS-SUM-TEXT-VALUE
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ADDR.
    IF WS-FS-ADDR NOT = 00 AND WS-FS-ADDR NOT = 23
       DISPLAY 'ADDRFILE (ADDRMSTR) I-O ERROR, FILE STATUS = ' WS-FS-ADDR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-NADR.
    IF WS-FS-NADR NOT = 00
       DISPLAY 'NADRFILE (LTRNADR) I-O ERROR, FILE STATUS = ' WS-FS-NADR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-LTR.
    IF WS-FS-LTR NOT = 00
       DISPLAY 'LTRFILE (LETTERS) I-O ERROR, FILE STATUS = ' WS-FS-LTR
