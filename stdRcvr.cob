*> (RCVRCUTOFF, YYYYMMDDHHMMSS), the same way CUSTRCVR rolls the
*> customer master forward.  Journal records past the cutoff are
*> skipped, which is what brings the file to any point up to the
*> failure.  The replay starts after the last cutover marker JRNLCUT
*> wrote when STDUNLD took its backup: the backup the marker names
*> must still be on hand with the trailer the marker recorded, and
*> DISK1 must hold exactly its record count (freshly reloaded by
*> STDRELD), or nothing is applied.  A journal with no marker yet is
*> replayed from the top as before, with a warning.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FILE1 ASSIGN DYNAMIC WS-DISK1-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS STD-NO
    ALTERNATE RECORD KEY IS STD-NAME WITH DUPLICATES
    FILE STATUS IS WS-FS1.
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-JRNL.
    SELECT BKUPFILE ASSIGN DYNAMIC WS-BKUP-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-BKUP.
DATA DIVISION.
FILE SECTION.
FD  FILE1
    RECORDING MODE IS F
    DATA RECORD IS SJRN-REC.
COPY SJRNREC.
COPY CUTREC.
FD  BKUPFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS BKUP-REC.
01 BKUP-REC                PIC X(80).
01 BKUP-TRAILER-REC REDEFINES BKUP-REC.
    02 BKUP-TRL-MARK       PIC X(03).
       88 BKUP-TRAILER     VALUE 'TRL'.
    02 BKUP-TRL-COUNT      PIC 9(09).
    02 BKUP-TRL-STAMP      PIC X(14).
    02 FILLER              PIC X(54).
WORKING-STORAGE SECTION.
77 WS-FS1                  PIC 9(02).
77 WS-FS-JRNL              PIC 9(02).
77 WS-FS-BKUP              PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
77 WS-APPLIED-COUNT        PIC 9(07) VALUE ZERO.
77 WS-SKIPPED-COUNT        PIC 9(07) VALUE ZERO.
77 WS-UNKNOWN-COUNT        PIC 9(07) VALUE ZERO.
77 WS-PRIOR-COUNT          PIC 9(07) VALUE ZERO.
77 WS-MARK-POSITION        PIC 9(07) VALUE ZERO.
77 WS-DISK1-COUNT          PIC 9(09) VALUE ZERO.
01 WS-CUTOVER-SW           PIC X(01) VALUE 'N'.
   88 CUTOVER-FOUND        VALUE 'Y'.
   88 CUTOVER-NOT-FOUND    VALUE 'N'.
01 WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
   88 TRAILER-SEEN         VALUE 'Y'.
   88 TRAILER-NOT-SEEN     VALUE 'N'.
01 WS-MARK-TIMESTAMP       PIC X(14) VALUE SPACES.
01 WS-MARK-BKUP-STAMP      PIC X(14) VALUE SPACES.
01 WS-MARK-BKUP-COUNT      PIC 9(09) VALUE ZERO.
01 WS-TRAILER-STAMP        PIC X(14) VALUE SPACES.
01 WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
01 WS-BKUP-NAME            PIC X(30) VALUE SPACES.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
PROCEDURE DIVISION.
    IF WS-CUTOFF-ENTRY NOT = SPACES
       MOVE WS-CUTOFF-ENTRY TO WS-CUTOFF-STAMP
    END-IF.
    PERFORM FIND-LAST-CUTOVER.
    IF CUTOVER-FOUND
       DISPLAY 'LAST JOURNAL CUTOVER AT ' WS-MARK-TIMESTAMP
       DISPLAY 'RECOVERY BASE IS BACKUP ' WS-BKUP-NAME
          ' TAKEN ' WS-MARK-BKUP-STAMP
       PERFORM VERIFY-BACKUP
       IF WS-CUTOFF-STAMP < WS-MARK-BKUP-STAMP
          DISPLAY 'RCVRCUTOFF ' WS-CUTOFF-STAMP
             ' IS BEFORE THE BACKUP WAS TAKEN - NOTHING APPLIED'
          DISPLAY 'RECOVER TO THAT POINT FROM AN EARLIER BACKUP AND THE'
             ' ARCHIVED JOURNAL'
          MOVE 16 TO RETURN-CODE
          STOP RUN
       END-IF
    ELSE
       DISPLAY 'NO CUTOVER MARKER ON STDJRNL - REPLAYING WHOLE JOURNAL'
    END-IF.
    DISPLAY 'REPLAYING JOURNAL UP TO ' WS-CUTOFF-STAMP.
    OPEN I-O FILE1.
    IF WS-FS1 = 35
       OPEN I-O FILE1
    END-IF.
    PERFORM CHECK-FS1.
    IF CUTOVER-FOUND
       PERFORM VERIFY-RELOADED-ROSTER
    END-IF.
    OPEN INPUT JRNLFILE.
    PERFORM CHECK-FS-JRNL.
    PERFORM UNTIL EOF-SW
       PERFORM CHECK-FS-JRNL
       IF NOT-EOF-SW
          ADD 1 TO WS-JRNL-READ-COUNT
          IF WS-JRNL-READ-COUNT <= WS-MARK-POSITION
             ADD 1 TO WS-PRIOR-COUNT
          ELSE
             IF SJRN-TIMESTAMP <= WS-CUTOFF-STAMP
                PERFORM APPLY-JOURNAL-RECORD
             ELSE
                ADD 1 TO WS-SKIPPED-COUNT
             END-IF
          END-IF
       END-IF
    END-PERFORM.
    CLOSE FILE1.
    PERFORM CHECK-FS1.
    DISPLAY 'JOURNAL RECORDS READ   : ' WS-JRNL-READ-COUNT.
    DISPLAY 'THROUGH LAST CUTOVER   : ' WS-PRIOR-COUNT.
    DISPLAY 'JOURNAL RECORDS APPLIED: ' WS-APPLIED-COUNT.
    DISPLAY 'JOURNAL RECORDS SKIPPED: ' WS-SKIPPED-COUNT.
    DISPLAY 'UNKNOWN ACTIONS        : ' WS-UNKNOWN-COUNT.
    IF CUTOVER-NOT-FOUND
       MOVE 4 TO RETURN-CODE
    END-IF.
    GOBACK.
*> First pass: note where the last cutover marker sits and what it
*> says about the backup.  Everything up to and including it is
*> already in that backup.
FIND-LAST-CUTOVER.
    OPEN INPUT JRNLFILE
    PERFORM CHECK-FS-JRNL
    PERFORM UNTIL EOF-SW
       READ JRNLFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-JRNL
       IF NOT-EOF-SW
          ADD 1 TO WS-JRNL-READ-COUNT
          IF SJRN-CUTOVER
             SET CUTOVER-FOUND TO TRUE
             MOVE WS-JRNL-READ-COUNT TO WS-MARK-POSITION
             MOVE CUT-TIMESTAMP TO WS-MARK-TIMESTAMP
             MOVE CUT-BKUP-NAME TO WS-BKUP-NAME
             MOVE CUT-BKUP-STAMP TO WS-MARK-BKUP-STAMP
             MOVE CUT-BKUP-COUNT TO WS-MARK-BKUP-COUNT
          END-IF
       END-IF
    END-PERFORM
    CLOSE JRNLFILE
    PERFORM CHECK-FS-JRNL
    MOVE 'N' TO WS-EOF-SW
    MOVE ZERO TO WS-JRNL-READ-COUNT.
*> The backup the marker names must be the one that was taken: same
*> start time and record count on its trailer.  A later unload to the
*> same name without a cutover would otherwise be replayed over.
VERIFY-BACKUP.
    OPEN INPUT BKUPFILE
    IF WS-FS-BKUP = 35
       DISPLAY 'BACKUP ' WS-BKUP-NAME ' NOT FOUND - NOTHING APPLIED'
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM CHECK-FS-BKUP
    PERFORM UNTIL EOF-SW
       READ BKUPFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-BKUP
       IF NOT-EOF-SW AND BKUP-TRAILER
          SET TRAILER-SEEN TO TRUE
          MOVE BKUP-TRL-COUNT TO WS-TRAILER-COUNT
          MOVE BKUP-TRL-STAMP TO WS-TRAILER-STAMP
       END-IF
    END-PERFORM
    CLOSE BKUPFILE
    PERFORM CHECK-FS-BKUP
    MOVE 'N' TO WS-EOF-SW
    IF TRAILER-NOT-SEEN
       OR WS-TRAILER-COUNT NOT = WS-MARK-BKUP-COUNT
       OR WS-TRAILER-STAMP NOT = WS-MARK-BKUP-STAMP
       DISPLAY 'BACKUP ' WS-BKUP-NAME ' IS NOT THE ONE CUT OVER TO'
          ' - NOTHING APPLIED'
       DISPLAY 'MARKER  TAKEN ' WS-MARK-BKUP-STAMP
          ' COUNT ' WS-MARK-BKUP-COUNT
       DISPLAY 'TRAILER TAKEN ' WS-TRAILER-STAMP
          ' COUNT ' WS-TRAILER-COUNT
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
*> Replaying onto a roster that was not just reloaded from the
*> backup would apply the same changes twice, so DISK1 has to hold
*> exactly what the backup's trailer says before anything is applied.
VERIFY-RELOADED-ROSTER.
    PERFORM UNTIL EOF-SW
       READ FILE1 NEXT RECORD
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       IF NOT-EOF-SW
          PERFORM CHECK-FS1
          ADD 1 TO WS-DISK1-COUNT
       END-IF
    END-PERFORM
    MOVE 'N' TO WS-EOF-SW
    IF WS-DISK1-COUNT NOT = WS-MARK-BKUP-COUNT
       DISPLAY 'DISK1 HOLDS ' WS-DISK1-COUNT ' RECORDS, BACKUP '
          WS-BKUP-NAME ' HOLDS ' WS-MARK-BKUP-COUNT
       DISPLAY 'RELOAD DISK1 WITH STDRELD FROM THAT BACKUP FIRST'
          ' - NOTHING APPLIED'
       CLOSE FILE1
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
APPLY-JOURNAL-RECORD.
    EVALUATE TRUE
       WHEN SJRN-ADD
       DISPLAY 'JRNLFILE (STDJRNL) I-O ERROR, FILE STATUS = ' WS-FS-JRNL
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
CHECK-FS-BKUP.
    IF WS-FS-BKUP NOT = 00 AND WS-FS-BKUP NOT = 10
       DISPLAY 'BKUPFILE (' WS-BKUP-NAME ') I-O ERROR, FILE STATUS = '
          WS-FS-BKUP
       MOVE 16 TO RETURN-CODE
       STOP RUN
    END-IF.
