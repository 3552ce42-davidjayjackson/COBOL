    02 BKUP-TRL-MARK       PIC X(03).
       88 BKUP-TRAILER     VALUE 'TRL'.
    02 BKUP-TRL-COUNT      PIC 9(09).
    02 BKUP-TRL-STAMP      PIC X(14).
    02 FILLER              PIC X(54).
WORKING-STORAGE SECTION.
77 WS-FS1                  PIC 9(02).
77 WS-FS-BKUP              PIC 9(02).
77 WS-SEQ-ERROR-COUNT      PIC 9(09) VALUE ZERO.
77 WS-DROP-COUNT           PIC 9(09) VALUE ZERO.
01 WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
01 WS-TRAILER-STAMP        PIC X(14) VALUE SPACES.
01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
   88 TRAILER-SEEN         VALUE 'Y'.
   88 TRAILER-NOT-SEEN     VALUE 'N'.
01 WS-PREV-STD-NO          PIC 9(05) VALUE ZERO.
01 WS-FIRST-RECORD-SW      PIC X(01) VALUE 'Y'.
   88 FIRST-RECORD         VALUE 'Y'.
   88 NOT-FIRST-RECORD     VALUE 'N'.
          IF BKUP-TRAILER
             MOVE 'Y' TO WS-TRAILER-SEEN-SW
             MOVE BKUP-TRL-COUNT TO WS-TRAILER-COUNT
             MOVE BKUP-TRL-STAMP TO WS-TRAILER-STAMP
          ELSE
             PERFORM LOAD-ONE-RECORD
          END-IF
       MOVE 16 TO RETURN-CODE
    ELSE
       DISPLAY 'TRAILER COUNT    : ' WS-TRAILER-COUNT
       DISPLAY 'BACKUP TAKEN     : ' WS-TRAILER-STAMP
       IF WS-LOAD-COUNT NOT = WS-TRAILER-COUNT
          DISPLAY 'LOADED COUNT DOES NOT MATCH TRAILER - RELOAD FAILED'
          MOVE 16 TO RETURN-CODE
