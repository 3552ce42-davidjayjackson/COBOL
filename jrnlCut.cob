       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. JRNLCUT.
*> Shared journal cutover, called by STDUNLD and CUSTUNLD once a
*> backup has been written and closed clean.  Every journal record
*> stamped before the unload started is moved to a dated archive
*> (journal name.YYYYMMDD, registered on GENLOG under the journal's
*> name so GENSWEEP ages the archives out like any other run-dated
*> generation); the journal is then rewritten as a cutover marker
*> (CUTREC) naming the backup, followed by any records stamped
*> after the unload started.  Those stay because the backup may or
*> may not hold them, and replaying an after-image twice is
*> harmless.  A second cutover on the same day appends to that
*> day's archive.  The records kept go to journal name.CUTKEEP, and
*> the complete new journal (marker, then the kept records) is built
*> in journal name.CUTWORK; the journal itself is not opened for
*> output until the archive and both work files have closed clean,
*> so a failure up to then leaves it as it was.  A failure while
*> the new journal is copied back names .CUTWORK, which holds the
*> whole journal, for the operator to restore from; the work files
*> are left in place for the same reason.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JRNLFILE ASSIGN DYNAMIC WS-JRNL-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-JRNL.
    SELECT ARCHFILE ASSIGN DYNAMIC WS-ARCH-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-ARCH.
    SELECT KEEPFILE ASSIGN DYNAMIC WS-KEEP-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-KEEP.
    SELECT WORKFILE ASSIGN DYNAMIC WS-WORK-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-WORK.
    SELECT GENFILE ASSIGN TO GENLOG
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GEN.
DATA DIVISION.
FILE SECTION.
FD  JRNLFILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CUT-REC.
COPY CUTREC.
FD  ARCHFILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS ARCH-REC.
01 ARCH-REC                PIC X(200).
FD  KEEPFILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS KEEP-REC.
01 KEEP-REC                PIC X(200).
FD  WORKFILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS WORK-REC.
01 WORK-REC                PIC X(200).
FD  GENFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GEN-REC.
COPY GENREC.
WORKING-STORAGE SECTION.
77 WS-FS-JRNL              PIC 9(02).
77 WS-FS-ARCH              PIC 9(02).
77 WS-FS-KEEP              PIC 9(02).
77 WS-FS-WORK              PIC 9(02).
77 WS-FS-GEN               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-ARCH-OPEN-SW         PIC X(01) VALUE 'N'.
   88 ARCH-OPEN            VALUE 'Y'.
   88 ARCH-NOT-OPEN        VALUE 'N'.
01 WS-ARCH-NEW-SW          PIC X(01) VALUE 'N'.
   88 ARCH-NEW-GENERATION  VALUE 'Y'.
   88 ARCH-EXISTING        VALUE 'N'.
01 WS-JRNL-NAME            PIC X(30) VALUE SPACES.
01 WS-ARCH-NAME            PIC X(42) VALUE SPACES.
01 WS-KEEP-NAME            PIC X(42) VALUE SPACES.
01 WS-WORK-NAME            PIC X(42) VALUE SPACES.
01 WS-COPY-BACK-SW         PIC X(01) VALUE 'N'.
   88 COPY-BACK-STARTED    VALUE 'Y'.
   88 COPY-BACK-NOT-STARTED VALUE 'N'.
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-CUT-STAMP.
   02 WS-CUT-DATE          PIC 9(08).
   02 WS-CUT-TIME          PIC 9(06).
77 WS-ARCH-COUNT           PIC 9(07) VALUE ZERO.
77 WS-KEPT-COUNT           PIC 9(07) VALUE ZERO.
LINKAGE SECTION.
COPY JCPARM.
PROCEDURE DIVISION USING JC-PARM.
    SET JC-CUTOVER-FAILED TO TRUE.
    MOVE ZERO TO JC-PARM-ARCH-COUNT.
    MOVE ZERO TO JC-PARM-KEPT-COUNT.
    MOVE 'N' TO WS-EOF-SW.
    MOVE 'N' TO WS-ARCH-OPEN-SW.
    MOVE 'N' TO WS-ARCH-NEW-SW.
    MOVE 'N' TO WS-COPY-BACK-SW.
    MOVE ZERO TO WS-ARCH-COUNT.
    MOVE ZERO TO WS-KEPT-COUNT.
    ACCEPT WS-CUT-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME-OF-DAY FROM TIME.
    MOVE WS-TIME-OF-DAY (1:6) TO WS-CUT-TIME.
    MOVE JC-PARM-JRNL-NAME TO WS-JRNL-NAME.
    MOVE SPACES TO WS-ARCH-NAME.
    STRING WS-JRNL-NAME DELIMITED BY SPACE
       '.' DELIMITED BY SIZE
       WS-CUT-DATE DELIMITED BY SIZE
       INTO WS-ARCH-NAME
    END-STRING.
    MOVE SPACES TO WS-KEEP-NAME.
    STRING WS-JRNL-NAME DELIMITED BY SPACE
       '.CUTKEEP' DELIMITED BY SIZE
       INTO WS-KEEP-NAME
    END-STRING.
    MOVE SPACES TO WS-WORK-NAME.
    STRING WS-JRNL-NAME DELIMITED BY SPACE
       '.CUTWORK' DELIMITED BY SIZE
       INTO WS-WORK-NAME
    END-STRING.
    OPEN OUTPUT KEEPFILE.
    PERFORM CHECK-FS-KEEP.
    OPEN INPUT JRNLFILE.
    IF WS-FS-JRNL = 35
       MOVE 'Y' TO WS-EOF-SW
    ELSE
       PERFORM CHECK-FS-JRNL
    END-IF.
    PERFORM UNTIL EOF-SW
       READ JRNLFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-JRNL
       IF NOT-EOF-SW
          PERFORM SPLIT-ONE-RECORD
       END-IF
    END-PERFORM.
    IF WS-FS-JRNL NOT = 35
       CLOSE JRNLFILE
       PERFORM CHECK-FS-JRNL
    END-IF.
    IF ARCH-OPEN
       CLOSE ARCHFILE
       PERFORM CHECK-FS-ARCH
    END-IF.
    CLOSE KEEPFILE.
    PERFORM CHECK-FS-KEEP.
    PERFORM BUILD-NEW-JOURNAL.
    PERFORM REWRITE-JOURNAL.
    IF ARCH-NEW-GENERATION
       PERFORM REGISTER-GENERATION
    END-IF.
    IF ARCH-OPEN
       MOVE WS-ARCH-NAME TO JC-PARM-ARCH-NAME
    ELSE
       MOVE SPACES TO JC-PARM-ARCH-NAME
    END-IF.
    MOVE WS-ARCH-COUNT TO JC-PARM-ARCH-COUNT.
    MOVE WS-KEPT-COUNT TO JC-PARM-KEPT-COUNT.
    SET JC-CUTOVER-DONE TO TRUE.
    GOBACK.
*> The archive is only opened once there is something to put in it,
*> so a quiet day leaves no empty generation behind.
SPLIT-ONE-RECORD.
    IF CUT-TIMESTAMP < JC-PARM-BKUP-STAMP
       IF ARCH-NOT-OPEN
          OPEN EXTEND ARCHFILE
          IF WS-FS-ARCH = 35
             OPEN OUTPUT ARCHFILE
             MOVE 'Y' TO WS-ARCH-NEW-SW
          END-IF
          PERFORM CHECK-FS-ARCH
          MOVE 'Y' TO WS-ARCH-OPEN-SW
       END-IF
       MOVE CUT-REC TO ARCH-REC
       WRITE ARCH-REC
       PERFORM CHECK-FS-ARCH
       ADD 1 TO WS-ARCH-COUNT
    ELSE
       MOVE CUT-REC TO KEEP-REC
       WRITE KEEP-REC
       PERFORM CHECK-FS-KEEP
       ADD 1 TO WS-KEPT-COUNT
    END-IF.
*> The marker names the archive only when one was written to, which
*> is not known until the split is done, so the new journal is put
*> together here from the kept records rather than during the split.
BUILD-NEW-JOURNAL.
    OPEN OUTPUT WORKFILE
    PERFORM CHECK-FS-WORK
    MOVE SPACES TO CUT-REC
    SET CUT-MARKER TO TRUE
    MOVE WS-CUT-STAMP TO CUT-TIMESTAMP
    MOVE JC-PARM-BKUP-NAME TO CUT-BKUP-NAME
    MOVE JC-PARM-BKUP-STAMP TO CUT-BKUP-STAMP
    MOVE JC-PARM-BKUP-COUNT TO CUT-BKUP-COUNT
    IF ARCH-OPEN
       MOVE WS-ARCH-NAME TO CUT-ARCH-NAME
    END-IF
    MOVE JC-PARM-PGM TO CUT-PROGRAM
    MOVE CUT-REC TO WORK-REC
    WRITE WORK-REC
    PERFORM CHECK-FS-WORK
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT KEEPFILE
    PERFORM CHECK-FS-KEEP
    PERFORM UNTIL EOF-SW
       READ KEEPFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-KEEP
       IF NOT-EOF-SW
          MOVE KEEP-REC TO WORK-REC
          WRITE WORK-REC
          PERFORM CHECK-FS-WORK
       END-IF
    END-PERFORM
    CLOSE KEEPFILE
    PERFORM CHECK-FS-KEEP
    CLOSE WORKFILE
    PERFORM CHECK-FS-WORK.
REWRITE-JOURNAL.
    MOVE 'Y' TO WS-COPY-BACK-SW
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT WORKFILE
    PERFORM CHECK-FS-WORK
    OPEN OUTPUT JRNLFILE
    PERFORM CHECK-FS-JRNL
    PERFORM UNTIL EOF-SW
       READ WORKFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-WORK
       IF NOT-EOF-SW
          MOVE WORK-REC TO CUT-REC
          WRITE CUT-REC
          PERFORM CHECK-FS-JRNL
       END-IF
    END-PERFORM
    CLOSE WORKFILE
    PERFORM CHECK-FS-WORK
    CLOSE JRNLFILE
    PERFORM CHECK-FS-JRNL
    MOVE 'N' TO WS-COPY-BACK-SW.
REGISTER-GENERATION.
    OPEN EXTEND GENFILE
    IF WS-FS-GEN = 35
       OPEN OUTPUT GENFILE
    END-IF
    PERFORM CHECK-FS-GEN
    MOVE SPACES TO GEN-REC
    MOVE WS-JRNL-NAME TO GEN-BASE-NAME
    MOVE WS-CUT-DATE TO GEN-RUN-DATE
    MOVE WS-ARCH-NAME TO GEN-FILE-NAME
    WRITE GEN-REC
    PERFORM CHECK-FS-GEN
    CLOSE GENFILE
    PERFORM CHECK-FS-GEN.
CHECK-FS-JRNL.
    IF WS-FS-JRNL NOT = 00 AND WS-FS-JRNL NOT = 10
       DISPLAY 'JRNLFILE (' WS-JRNL-NAME ') I-O ERROR, FILE STATUS = '
          WS-FS-JRNL
       PERFORM DISPLAY-RESTORE-NOTICE
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-ARCH.
    IF WS-FS-ARCH NOT = 00
       DISPLAY 'ARCHFILE (' WS-ARCH-NAME ') I-O ERROR, FILE STATUS = '
          WS-FS-ARCH
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-WORK.
    IF WS-FS-WORK NOT = 00 AND WS-FS-WORK NOT = 10
       DISPLAY 'WORKFILE (' WS-WORK-NAME ') I-O ERROR, FILE STATUS = '
          WS-FS-WORK
       PERFORM DISPLAY-RESTORE-NOTICE
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-KEEP.
    IF WS-FS-KEEP NOT = 00 AND WS-FS-KEEP NOT = 10
       DISPLAY 'KEEPFILE (' WS-KEEP-NAME ') I-O ERROR, FILE STATUS = '
          WS-FS-KEEP
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
DISPLAY-RESTORE-NOTICE.
    IF COPY-BACK-STARTED
       DISPLAY WS-JRNL-NAME ' MAY BE INCOMPLETE - RESTORE IT FROM '
          WS-WORK-NAME
       DISPLAY 'BEFORE ANY FURTHER UPDATES OR RECOVERY'
    END-IF.
CHECK-FS-GEN.
    IF WS-FS-GEN NOT = 00
       DISPLAY 'GENFILE (GENLOG) I-O ERROR, FILE STATUS = ' WS-FS-GEN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
