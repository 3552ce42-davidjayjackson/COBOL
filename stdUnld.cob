*> in key order to a flat sequential backup, followed by a 'TRL'
*> trailer carrying the record count STDRELD proves against.  A
*> nightly unload means every cycle starts with a restorable copy
*> even if the index is later corrupted.  The trailer also carries
*> the time the unload started, and once the backup has closed clean
*> JRNLCUT cuts STDJRNL over to it: the older journal records go to
*> a dated archive and a marker naming this backup heads the journal,
*> which is where STDRCVR starts its replay.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    02 BKUP-TRL-MARK       PIC X(03).
       88 BKUP-TRAILER     VALUE 'TRL'.
    02 BKUP-TRL-COUNT      PIC 9(09).
    02 BKUP-TRL-STAMP      PIC X(14).
    02 FILLER              PIC X(54).
WORKING-STORAGE SECTION.
77 WS-FS1                  PIC 9(02).
77 WS-FS-BKUP              PIC 9(02).
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
01 WS-BKUP-NAME            PIC X(30) VALUE 'STDBKUP'.
01 WS-BKUP-ENV             PIC X(10) VALUE 'BKUPNAME'.
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-UNLOAD-STAMP.
   02 WS-UNLOAD-DATE       PIC 9(08).
   02 WS-UNLOAD-TIME       PIC 9(06).
COPY JCPARM.
PROCEDURE DIVISION.
    DISPLAY 'UNLOADING ROSTER TO FLAT BACKUP...'
    ACCEPT WS-DISK1-NAME FROM ENVIRONMENT WS-DISK1-ENV
    IF WS-BKUP-NAME = SPACES
       MOVE 'STDBKUP' TO WS-BKUP-NAME
    END-IF
    ACCEPT WS-UNLOAD-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME-OF-DAY FROM TIME.
    MOVE WS-TIME-OF-DAY (1:6) TO WS-UNLOAD-TIME.
    OPEN INPUT FILE1.
    PERFORM CHECK-FS1.
    OPEN OUTPUT BKUPFILE.
    MOVE SPACES TO BKUP-REC.
    MOVE 'TRL' TO BKUP-TRL-MARK.
    MOVE WS-UNLOAD-COUNT TO BKUP-TRL-COUNT.
    MOVE WS-UNLOAD-STAMP TO BKUP-TRL-STAMP.
    WRITE BKUP-REC.
    PERFORM CHECK-FS-BKUP.
    CLOSE FILE1.
    CLOSE BKUPFILE.
    PERFORM CHECK-FS-BKUP.
    DISPLAY 'RECORDS UNLOADED: ' WS-UNLOAD-COUNT.
    PERFORM CUT-OVER-JOURNAL.
    GOBACK.
*> A backup that cannot be cut over to is still a good backup, but
*> STDRCVR would start from the previous marker and replay changes
*> already in it, so the step fails for the operator to rerun.
CUT-OVER-JOURNAL.
    MOVE SPACES TO JC-PARM
    MOVE 'STDUNLD' TO JC-PARM-PGM
    MOVE 'STDJRNL' TO JC-PARM-JRNL-NAME
    MOVE WS-BKUP-NAME TO JC-PARM-BKUP-NAME
    MOVE WS-UNLOAD-STAMP TO JC-PARM-BKUP-STAMP
    MOVE WS-UNLOAD-COUNT TO JC-PARM-BKUP-COUNT
    CALL 'JRNLCUT' USING JC-PARM
    IF JC-CUTOVER-DONE
       DISPLAY 'JOURNAL CUT OVER TO BACKUP ' WS-BKUP-NAME
       DISPLAY 'JOURNAL RECORDS ARCHIVED: ' JC-PARM-ARCH-COUNT
          ' ' JC-PARM-ARCH-NAME
       DISPLAY 'JOURNAL RECORDS KEPT    : ' JC-PARM-KEPT-COUNT
    ELSE
       DISPLAY 'STDJRNL CUTOVER FAILED - RERUN STDUNLD'
       MOVE 16 TO RETURN-CODE
    END-IF.
CHECK-FS1.
    IF WS-FS1 NOT = 00 AND WS-FS1 NOT = 10
       DISPLAY 'FILE1 (DISK1) I-O ERROR, FILE STATUS = ' WS-FS1
