    02 RUN-LOG-WRITE-COUNT PIC 9(07).
    02 FILLER              PIC X(01).
    02 RUN-LOG-DUP-COUNT   PIC 9(07).
    02 FILLER              PIC X(01).
    02 RUN-LOG-STAMP-DATE  PIC 9(08).
    02 FILLER              PIC X(19).
FD  CHECKFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CKPT-REC.
01 CKPT-REC.
    02 CKPT-LAST-STD-NO    PIC 9(05).
    02 FILLER              PIC X(01).
    02 CKPT-READ-COUNT     PIC 9(07).
    02 FILLER              PIC X(01).
    02 CKPT-DUP-COUNT      PIC 9(07).
    02 FILLER              PIC X(01).
    02 CKPT-STATUS-CD      PIC X(01).
    02 FILLER              PIC X(49).
FD  STATFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
77 WS-FS-CKPT          PIC 9(02).
77 WS-FS-STAT          PIC 9(02).
01 WS-SYS-STATUS       PIC X(08) VALUE SPACES.
01 WS-TIME-OF-DAY      PIC 9(08) VALUE ZERO.
01 WS-STAT-STAMP.
   02 WS-STAT-DATE     PIC 9(08).
   02 WS-STAT-TIME     PIC 9(06).
   88 NOT-EOF-SW       VALUE 'N'.
01 WS-TODAYS-DATE      PIC 9(08) VALUE ZERO.
01 WS-CURRENT-TIME     PIC 9(06) VALUE ZERO.
01 WS-LOG-STAMP.
   02 WS-LOG-STAMP-DATE PIC 9(08).
   02 WS-LOG-STAMP-TIME PIC 9(06).
01 WS-LOG-STAMP-SW     PIC X(01) VALUE 'N'.
   88 LOG-STAMP-TAKEN  VALUE 'Y'.
   88 LOG-STAMP-NOT-TAKEN VALUE 'N'.
01 WS-STDUNLD-DONE-SW  PIC X(01) VALUE 'N'.
   88 STDUNLD-DONE     VALUE 'Y'.
   88 STDUNLD-NOT-DONE VALUE 'N'.
PROCEDURE DIVISION.
    DISPLAY '========== NIGHTLY ROSTER BATCH STARTING =========='.
    ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME-OF-DAY FROM TIME.
    MOVE WS-TIME-OF-DAY (1:6) TO WS-CURRENT-TIME.
    ACCEPT WS-DISK1-NAME FROM ENVIRONMENT WS-DISK1-ENV
       ON EXCEPTION
          MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF.
    MOVE 'IDLE' TO WS-SYS-STATUS.
    PERFORM SET-SYSTEM-STATUS.
    PERFORM RUN-DAYCTL-STEP.
    IF WS-STEP-RC > WS-BATCH-RC
       MOVE WS-STEP-RC TO WS-BATCH-RC
    END-IF.
    MOVE WS-BATCH-RC TO RETURN-CODE.
    STOP RUN.
*> SYSSTAT carries one record naming the batch window's state; the
    OPEN OUTPUT STATFILE
    PERFORM CHECK-FS-STAT
    ACCEPT WS-STAT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-STAT-TIME
    MOVE SPACES TO STAT-REC
    MOVE WS-SYS-STATUS TO STAT-STATUS
    MOVE WS-STAT-STAMP TO STAT-TIMESTAMP
    IF WS-STEP-RC = 0
       DISPLAY 'STEP 4 COMPLETE, RETURN CODE = ' WS-STEP-RC
    END-IF.
*> The control sheet always runs, once SYSSTAT is back to IDLE, so
*> an aborted night is on it too; its ATTENTION RC 04 is folded into
*> the batch RC unless a step already failed harder.  Its RUNLOG
*> entry is stamped as the sheet is called, not when it finishes:
*> the next night's sheet reports from that point on and DAYCTL
*> takes everything up to its own start, so nothing logged in
*> between falls outside both sheets.
RUN-DAYCTL-STEP.
    DISPLAY 'STEP 5 : DAYCTL - MORNING CONTROL SHEET'
    PERFORM TAKE-LOG-STAMP
    MOVE 'Y' TO WS-LOG-STAMP-SW
    MOVE ZERO TO RETURN-CODE
    CALL 'DAYCTL'
    MOVE RETURN-CODE TO WS-STEP-RC
    MOVE ZERO TO RETURN-CODE
    MOVE ZERO TO WS-STEP-READ-COUNT
    MOVE ZERO TO WS-STEP-WRITE-COUNT
    MOVE ZERO TO WS-STEP-DUP-COUNT
    MOVE 'DAYCTL' TO WS-STEP-NAME
    PERFORM WRITE-RUN-LOG
    DISPLAY 'STEP 5 COMPLETE, RETURN CODE = ' WS-STEP-RC.
*> The nightly run log is the permanent record of every step's
*> outcome, so operations can answer 'did the batch run?' after the
*> console has scrolled away.
       OPEN OUTPUT RUNLOGFILE
    END-IF
    PERFORM CHECK-FS-RUNLOG
    IF LOG-STAMP-NOT-TAKEN
       PERFORM TAKE-LOG-STAMP
    END-IF
    MOVE 'N' TO WS-LOG-STAMP-SW
    MOVE SPACES TO RUN-LOG-REC
    MOVE WS-STEP-NAME TO RUN-LOG-STEP
    MOVE WS-TODAYS-DATE TO RUN-LOG-DATE
    MOVE WS-LOG-STAMP-TIME TO RUN-LOG-TIME
    MOVE WS-LOG-STAMP-DATE TO RUN-LOG-STAMP-DATE
    MOVE WS-STEP-RC TO RUN-LOG-RC
    MOVE WS-STEP-READ-COUNT TO RUN-LOG-READ-COUNT
    MOVE WS-STEP-WRITE-COUNT TO RUN-LOG-WRITE-COUNT
    PERFORM CHECK-FS-RUNLOG
    CLOSE RUNLOGFILE
    PERFORM CHECK-FS-RUNLOG.
*> RUN-LOG-DATE stays the night the batch started, which restart
*> keys on; RUN-LOG-STAMP-DATE is the calendar date the entry was
*> stamped, so a night that runs past midnight stays in time order.
TAKE-LOG-STAMP.
    ACCEPT WS-LOG-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-LOG-STAMP-TIME.
CHECK-FS-RUNLOG.
    IF WS-FS-RUNLOG NOT = 00 AND WS-FS-RUNLOG NOT = 10
       DISPLAY 'RUNLOGFILE (RUNLOG) I-O ERROR, FILE STATUS = ' WS-FS-RUNLOG
