       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLPROOF.
*> General ledger journal proof and release.  GLJRNL holds every
*> batch PAYROLL and TUITBILL have posted through GLPOST since the
*> last proof; a batch is one run of one program (source program,
*> run date, run start time).  The journal is sorted into batch
*> order and each batch's debits and credits are totalled.  A
*> batch whose debits equal its credits, with every posting code
*> mapped to an account and every entry a debit or a credit, is
*> released to GLRLSE for finance to load; releases are appended,
*> so a second proof before finance has loaded the file adds to
*> it rather than replacing it.  Any other batch is
*> refused: it is printed with the reason and held on GLHELD,
*> which is copied back over GLJRNL once it has closed clean, so
*> the batch is proved again on the next run once GLMAINT has
*> mapped the missing code.  Until then GLJRNL is untouched; should
*> the copy-back itself fail, GLHELD holds the refused batches to
*> restore GLJRNL from.  A batch that can never balance is
*> removed by naming it in GLDROP (source program padded to 8,
*> run date, run time - as printed on the proof); the removal is
*> filed on EXCPMSTR.  The proof prints on GLPRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLJFILE ASSIGN TO GLJRNL
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GLJ.
    SELECT GLSFILE ASSIGN TO GLSORT
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GLS.
    SELECT GL-SORT-WORK ASSIGN TO SORTWK1.
    SELECT GLMFILE ASSIGN TO GLMAP
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS GLM-POST-CODE
    FILE STATUS IS WS-FS-GLM.
    SELECT GLRFILE ASSIGN TO GLRLSE
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GLR.
    SELECT GLHFILE ASSIGN TO GLHELD
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GLH.
    SELECT RPTFILE ASSIGN TO GLPRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  GLJFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GLJ-REC.
01 GLJ-REC                 PIC X(80).
FD  GLSFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GL-REC.
COPY GLREC.
SD  GL-SORT-WORK
    DATA RECORD IS GSW-REC.
01 GSW-REC.
    02 GSW-BATCH-ID        PIC X(22).
    02 GSW-ENTRY-SEQ       PIC 9(04).
    02 FILLER              PIC X(54).
FD  GLMFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GLM-REC.
COPY GLMREC.
FD  GLRFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GLR-REC.
01 GLR-REC                 PIC X(80).
FD  GLHFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GLH-REC.
01 GLH-REC                 PIC X(80).
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-GLJ               PIC 9(02).
77 WS-FS-GLS               PIC 9(02).
77 WS-FS-GLM               PIC 9(02).
77 WS-FS-GLR               PIC 9(02).
77 WS-FS-GLH               PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-COPY-BACK-SW         PIC X(01) VALUE 'N'.
   88 COPY-BACK-STARTED    VALUE 'Y'.
   88 COPY-BACK-NOT-STARTED VALUE 'N'.
01 WS-GLMAP-SW             PIC X(01) VALUE 'N'.
   88 GLMAP-ON-FILE        VALUE 'Y'.
   88 GLMAP-NOT-ON-FILE    VALUE 'N'.
01 WS-DROP-BATCH-ID        PIC X(22) VALUE SPACES.
01 WS-CURR-BATCH-ID        PIC X(22) VALUE SPACES.
*> One row per batch, built on the first pass over the sorted
*> journal and consulted on the second in the same order.
01 WS-BATCH-TABLE.
   02 WS-BATCH-ENTRY OCCURS 100 TIMES.
      03 WS-BAT-ID         PIC X(22).
      03 WS-BAT-DEBITS     PIC 9(11)V99.
      03 WS-BAT-CREDITS    PIC 9(11)V99.
      03 WS-BAT-ENTRIES    PIC 9(05).
      03 WS-BAT-UNMAPPED   PIC 9(05).
      03 WS-BAT-BAD-SIDE   PIC 9(05).
      03 WS-BAT-DISPOSITION PIC X(01).
         88 BAT-RELEASED   VALUE 'R'.
         88 BAT-REFUSED    VALUE 'H'.
         88 BAT-DROPPED    VALUE 'D'.
77 WS-BATCH-COUNT          PIC 9(03) VALUE ZERO.
77 WS-BAT-SUB              PIC 9(03) VALUE ZERO.
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-RELEASED-COUNT       PIC 9(05) VALUE ZERO.
77 WS-REFUSED-COUNT        PIC 9(05) VALUE ZERO.
77 WS-DROPPED-COUNT        PIC 9(05) VALUE ZERO.
77 WS-RELEASED-ENTRIES     PIC 9(07) VALUE ZERO.
77 WS-HELD-ENTRIES         PIC 9(07) VALUE ZERO.
01 WS-RELEASED-DEBITS      PIC 9(11)V99 VALUE ZERO.
01 WS-RELEASED-CREDITS     PIC 9(11)V99 VALUE ZERO.
01 WS-BATCH-TIME.
   02 WS-BATCH-HH          PIC 9(02).
   02 WS-BATCH-MIN         PIC 9(02).
   02 WS-BATCH-SS          PIC 9(02).
01 WS-BATCH-DATE.
   02 WS-BATCH-YYYY        PIC 9(04).
   02 WS-BATCH-MM          PIC 9(02).
   02 WS-BATCH-DD          PIC 9(02).
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-RPT-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(06) VALUE SPACES.
   02 FILLER               PIC X(54) VALUE
      'GENERAL LEDGER JOURNAL PROOF'.
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   '   SEQ  CODE      ACCOUNT   DESCRIPTION                   DEBIT         CREDIT'.
01 WS-RPT-BATCH-LINE       PIC X(80).
01 WS-RPT-DETAIL.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-SEQ           PIC ZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-CODE          PIC X(08).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-ACCOUNT       PIC X(08).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-DESC          PIC X(20).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-DEBIT         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-CREDIT        PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
   02 FILLER               PIC X(02) VALUE SPACES.
01 WS-RPT-BATCH-TOTAL.
   02 FILLER               PIC X(22) VALUE SPACES.
   02 WS-BTL-LABEL         PIC X(27).
   02 WS-BTL-DEBIT         PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-BTL-CREDIT        PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(02) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
   02 FILLER               PIC X(41) VALUE SPACES.
01 WS-COUNT-LINE.
   02 WS-CNT-LABEL         PIC X(25).
   02 WS-CNT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
COPY EXPARM.
PROCEDURE DIVISION.
    DISPLAY 'PROVING GENERAL LEDGER JOURNAL BATCHES...'
    ACCEPT WS-DROP-BATCH-ID FROM ENVIRONMENT 'GLDROP'
       ON EXCEPTION
          MOVE SPACES TO WS-DROP-BATCH-ID
    END-ACCEPT
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING
    OPEN INPUT GLJFILE.
    IF WS-FS-GLJ = 35
       DISPLAY 'NO GL JOURNAL THIS RUN - NOTHING TO PROVE'
       GOBACK
    END-IF.
    PERFORM CHECK-FS-GLJ.
    CLOSE GLJFILE.
    PERFORM CHECK-FS-GLJ.
    SORT GL-SORT-WORK
       ON ASCENDING KEY GSW-BATCH-ID GSW-ENTRY-SEQ
       USING GLJFILE
       GIVING GLSFILE.
    OPEN INPUT GLMFILE.
    IF WS-FS-GLM = 35
       DISPLAY 'NO GLMAP FILE - UNMAPPED ENTRIES STAY UNMAPPED'
    ELSE
       PERFORM CHECK-FS-GLM
       MOVE 'Y' TO WS-GLMAP-SW
    END-IF.
    PERFORM TOTAL-BATCHES.
    PERFORM DECIDE-BATCHES.
    OPEN INPUT GLSFILE.
    PERFORM CHECK-FS-GLS.
    OPEN OUTPUT GLHFILE.
    PERFORM CHECK-FS-GLH.
    OPEN EXTEND GLRFILE.
    IF WS-FS-GLR = 35
       OPEN OUTPUT GLRFILE
    END-IF.
    PERFORM CHECK-FS-GLR.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM WRITE-REPORT-HEADER.
    MOVE 'N' TO WS-EOF-SW.
    MOVE ZERO TO WS-BAT-SUB.
    MOVE SPACES TO WS-CURR-BATCH-ID.
    PERFORM UNTIL EOF-SW
       READ GLSFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-GLS
       IF NOT-EOF-SW
          IF GL-BATCH-ID NOT = WS-CURR-BATCH-ID
             IF WS-BAT-SUB > ZERO
                PERFORM WRITE-BATCH-TOTALS
             END-IF
             ADD 1 TO WS-BAT-SUB
             MOVE GL-BATCH-ID TO WS-CURR-BATCH-ID
             PERFORM WRITE-BATCH-HEADER
          END-IF
          PERFORM DISPOSE-ONE-ENTRY
       END-IF
    END-PERFORM.
    IF WS-BAT-SUB > ZERO
       PERFORM WRITE-BATCH-TOTALS
    END-IF.
    PERFORM WRITE-REPORT-TOTALS.
    CLOSE GLSFILE.
    PERFORM CHECK-FS-GLS.
    CLOSE GLHFILE.
    PERFORM CHECK-FS-GLH.
    CLOSE GLRFILE.
    PERFORM CHECK-FS-GLR.
    PERFORM REPLACE-JOURNAL.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    IF GLMAP-ON-FILE
       CLOSE GLMFILE
    END-IF.
    DISPLAY 'JOURNAL ENTRIES READ : ' WS-READ-COUNT.
    DISPLAY 'BATCHES RELEASED     : ' WS-RELEASED-COUNT.
    DISPLAY 'BATCHES REFUSED      : ' WS-REFUSED-COUNT.
    DISPLAY 'BATCHES DROPPED      : ' WS-DROPPED-COUNT.
    IF WS-REFUSED-COUNT > ZERO
       DISPLAY 'REFUSED BATCHES HELD ON GLJRNL - REVIEW GLPRPT'
       MOVE 04 TO RETURN-CODE
    END-IF.
    GOBACK.
*> First pass: total each batch.  An entry posted before its code
*> was mapped is looked up again, so mapping the code on GLMAP is
*> all it takes for the batch to release on the next proof.
TOTAL-BATCHES.
    OPEN INPUT GLSFILE.
    PERFORM CHECK-FS-GLS.
    MOVE 'N' TO WS-EOF-SW.
    PERFORM UNTIL EOF-SW
       READ GLSFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-GLS
       IF NOT-EOF-SW
          ADD 1 TO WS-READ-COUNT
          IF WS-BATCH-COUNT = ZERO
             OR GL-BATCH-ID NOT = WS-BAT-ID (WS-BATCH-COUNT)
             IF WS-BATCH-COUNT = 100
                DISPLAY 'MORE THAN 100 BATCHES ON GLJRNL - '
                   'NOTHING RELEASED, JOURNAL LEFT AS IS'
                MOVE 08 TO RETURN-CODE
                GOBACK
             END-IF
             ADD 1 TO WS-BATCH-COUNT
             MOVE GL-BATCH-ID TO WS-BAT-ID (WS-BATCH-COUNT)
             MOVE ZERO TO WS-BAT-DEBITS (WS-BATCH-COUNT)
                WS-BAT-CREDITS (WS-BATCH-COUNT)
                WS-BAT-ENTRIES (WS-BATCH-COUNT)
                WS-BAT-UNMAPPED (WS-BATCH-COUNT)
                WS-BAT-BAD-SIDE (WS-BATCH-COUNT)
          END-IF
          PERFORM RESOLVE-ACCOUNT
          ADD 1 TO WS-BAT-ENTRIES (WS-BATCH-COUNT)
          IF GL-ACCOUNT = ZERO
             ADD 1 TO WS-BAT-UNMAPPED (WS-BATCH-COUNT)
          END-IF
          EVALUATE TRUE
             WHEN GL-DEBIT
                ADD GL-AMOUNT TO WS-BAT-DEBITS (WS-BATCH-COUNT)
             WHEN GL-CREDIT
                ADD GL-AMOUNT TO WS-BAT-CREDITS (WS-BATCH-COUNT)
             WHEN OTHER
                ADD 1 TO WS-BAT-BAD-SIDE (WS-BATCH-COUNT)
          END-EVALUATE
       END-IF
    END-PERFORM.
    CLOSE GLSFILE.
    PERFORM CHECK-FS-GLS.
DECIDE-BATCHES.
    PERFORM VARYING WS-BAT-SUB FROM 1 BY 1
          UNTIL WS-BAT-SUB > WS-BATCH-COUNT
       IF WS-BAT-DEBITS (WS-BAT-SUB) = WS-BAT-CREDITS (WS-BAT-SUB)
          AND WS-BAT-UNMAPPED (WS-BAT-SUB) = ZERO
          AND WS-BAT-BAD-SIDE (WS-BAT-SUB) = ZERO
          SET BAT-RELEASED (WS-BAT-SUB) TO TRUE
          ADD 1 TO WS-RELEASED-COUNT
       ELSE
          IF WS-BAT-ID (WS-BAT-SUB) = WS-DROP-BATCH-ID
             SET BAT-DROPPED (WS-BAT-SUB) TO TRUE
             ADD 1 TO WS-DROPPED-COUNT
             PERFORM FILE-DROPPED-BATCH
          ELSE
             SET BAT-REFUSED (WS-BAT-SUB) TO TRUE
             ADD 1 TO WS-REFUSED-COUNT
          END-IF
       END-IF
    END-PERFORM.
    IF WS-DROP-BATCH-ID NOT = SPACES AND WS-DROPPED-COUNT = ZERO
       DISPLAY 'GLDROP ' WS-DROP-BATCH-ID
          ' IS NOT A REFUSED BATCH - NOTHING DROPPED'
    END-IF.
RESOLVE-ACCOUNT.
    IF GL-ACCOUNT = ZERO AND GLMAP-ON-FILE
       MOVE GL-POST-CODE TO GLM-POST-CODE
       READ GLMFILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE GLM-ACCOUNT TO GL-ACCOUNT
       END-READ
       PERFORM CHECK-FS-GLM
    END-IF.
*> Second pass: released entries go to GLRLSE, refused ones to
*> GLHELD for the new GLJRNL, dropped ones nowhere.
DISPOSE-ONE-ENTRY.
    PERFORM RESOLVE-ACCOUNT
    MOVE GL-ENTRY-SEQ TO WS-DTL-SEQ
    MOVE GL-POST-CODE TO WS-DTL-CODE
    MOVE GL-ACCOUNT TO WS-DTL-ACCOUNT
    IF GL-ACCOUNT = ZERO
       MOVE 'UNMAPPED' TO WS-DTL-ACCOUNT
    END-IF
    MOVE GL-DESC TO WS-DTL-DESC
    MOVE ZERO TO WS-DTL-DEBIT WS-DTL-CREDIT
    EVALUATE TRUE
       WHEN GL-DEBIT
          MOVE GL-AMOUNT TO WS-DTL-DEBIT
       WHEN GL-CREDIT
          MOVE GL-AMOUNT TO WS-DTL-CREDIT
       WHEN OTHER
          MOVE 'BAD D/C FLAG' TO WS-DTL-DESC
    END-EVALUATE
    MOVE WS-RPT-DETAIL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    EVALUATE TRUE
       WHEN BAT-RELEASED (WS-BAT-SUB)
          WRITE GLR-REC FROM GL-REC
          PERFORM CHECK-FS-GLR
          ADD 1 TO WS-RELEASED-ENTRIES
       WHEN BAT-REFUSED (WS-BAT-SUB)
          WRITE GLH-REC FROM GL-REC
          PERFORM CHECK-FS-GLH
          ADD 1 TO WS-HELD-ENTRIES
    END-EVALUATE.
*> GLJRNL is only emptied once the refused batches are safely on
*> GLHELD, and becomes exactly what GLHELD holds.
REPLACE-JOURNAL.
    MOVE 'Y' TO WS-COPY-BACK-SW
    MOVE 'N' TO WS-EOF-SW
    OPEN INPUT GLHFILE
    PERFORM CHECK-FS-GLH
    OPEN OUTPUT GLJFILE
    PERFORM CHECK-FS-GLJ
    PERFORM UNTIL EOF-SW
       READ GLHFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-GLH
       IF NOT-EOF-SW
          WRITE GLJ-REC FROM GLH-REC
          PERFORM CHECK-FS-GLJ
       END-IF
    END-PERFORM
    CLOSE GLHFILE
    PERFORM CHECK-FS-GLH
    CLOSE GLJFILE
    PERFORM CHECK-FS-GLJ
    MOVE 'N' TO WS-COPY-BACK-SW.
DISPLAY-RESTORE-NOTICE.
    IF COPY-BACK-STARTED
       DISPLAY 'GLJRNL MAY BE INCOMPLETE - RESTORE IT FROM GLHELD'
          ' BEFORE THE NEXT GLPOST OR PROOF'
    END-IF.
FILE-DROPPED-BATCH.
    MOVE 'GLPROOF' TO EXC-PARM-PGM
    MOVE 'W' TO EXC-PARM-SEVERITY
    MOVE WS-BAT-ID (WS-BAT-SUB) TO EXC-PARM-KEY
    MOVE SPACES TO EXC-PARM-REASON
    STRING 'GL BATCH DROPPED UNRELEASED, RUN TIME '
       WS-BAT-ID (WS-BAT-SUB) (17:6)
       DELIMITED BY SIZE INTO EXC-PARM-REASON
    END-STRING
    CALL 'EXCPLOG' USING EXC-PARM.
WRITE-REPORT-HEADER.
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-RPT-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-RPT-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-BATCH-HEADER.
    MOVE GL-RUN-DATE TO WS-BATCH-DATE
    MOVE GL-RUN-TIME TO WS-BATCH-TIME
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-RPT-BATCH-LINE
    STRING 'BATCH ' GL-BATCH-ID '  ' GL-SOURCE-PGM
       ' RUN ' WS-BATCH-MM '/' WS-BATCH-DD '/' WS-BATCH-YYYY
       ' AT ' WS-BATCH-HH ':' WS-BATCH-MIN ':' WS-BATCH-SS
       DELIMITED BY SIZE INTO WS-RPT-BATCH-LINE
    END-STRING
    MOVE WS-RPT-BATCH-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-BATCH-TOTALS.
    MOVE 'BATCH TOTALS' TO WS-BTL-LABEL
    MOVE WS-BAT-DEBITS (WS-BAT-SUB) TO WS-BTL-DEBIT
    MOVE WS-BAT-CREDITS (WS-BAT-SUB) TO WS-BTL-CREDIT
    MOVE WS-RPT-BATCH-TOTAL TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    EVALUATE TRUE
       WHEN BAT-RELEASED (WS-BAT-SUB)
          MOVE '      BALANCED - RELEASED TO GLRLSE' TO RPT-LINE
          ADD WS-BAT-DEBITS (WS-BAT-SUB) TO WS-RELEASED-DEBITS
          ADD WS-BAT-CREDITS (WS-BAT-SUB) TO WS-RELEASED-CREDITS
       WHEN BAT-DROPPED (WS-BAT-SUB)
          MOVE '      DROPPED ON GLDROP - NOT RELEASED, FILED ON EXCPMSTR'
             TO RPT-LINE
       WHEN WS-BAT-UNMAPPED (WS-BAT-SUB) > ZERO
          MOVE '      REFUSED - POSTING CODE NOT ON GLMAP - HELD ON GLJRNL'
             TO RPT-LINE
       WHEN WS-BAT-BAD-SIDE (WS-BAT-SUB) > ZERO
          MOVE '      REFUSED - ENTRY NEITHER DEBIT NOR CREDIT - HELD ON GLJRNL'
             TO RPT-LINE
       WHEN OTHER
          MOVE '      REFUSED - DEBITS AND CREDITS DO NOT BALANCE - HELD ON GLJRNL'
             TO RPT-LINE
    END-EVALUATE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-REPORT-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'BATCHES RELEASED         ' TO WS-CNT-LABEL
    MOVE WS-RELEASED-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'BATCHES REFUSED          ' TO WS-CNT-LABEL
    MOVE WS-REFUSED-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'BATCHES DROPPED          ' TO WS-CNT-LABEL
    MOVE WS-DROPPED-COUNT TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'ENTRIES RELEASED         ' TO WS-CNT-LABEL
    MOVE WS-RELEASED-ENTRIES TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-COUNT-LINE
    MOVE 'ENTRIES HELD ON GLJRNL   ' TO WS-CNT-LABEL
    MOVE WS-HELD-ENTRIES TO WS-CNT-COUNT
    MOVE WS-COUNT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'RELEASED DEBITS          ' TO WS-TOT-LABEL
    MOVE WS-RELEASED-DEBITS TO WS-TOT-AMOUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'RELEASED CREDITS         ' TO WS-TOT-LABEL
    MOVE WS-RELEASED-CREDITS TO WS-TOT-AMOUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-GLJ.
    IF WS-FS-GLJ NOT = 00
       DISPLAY 'GLJFILE (GLJRNL) I-O ERROR, FILE STATUS = ' WS-FS-GLJ
       PERFORM DISPLAY-RESTORE-NOTICE
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-GLS.
    IF WS-FS-GLS NOT = 00 AND WS-FS-GLS NOT = 10
       DISPLAY 'GLSFILE (GLSORT) I-O ERROR, FILE STATUS = ' WS-FS-GLS
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-GLH.
    IF WS-FS-GLH NOT = 00 AND WS-FS-GLH NOT = 10
       DISPLAY 'GLHFILE (GLHELD) I-O ERROR, FILE STATUS = ' WS-FS-GLH
       PERFORM DISPLAY-RESTORE-NOTICE
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-GLM.
    IF WS-FS-GLM NOT = 00 AND WS-FS-GLM NOT = 23
       DISPLAY 'GLMFILE (GLMAP) I-O ERROR, FILE STATUS = ' WS-FS-GLM
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-GLR.
    IF WS-FS-GLR NOT = 00
       DISPLAY 'GLRFILE (GLRLSE) I-O ERROR, FILE STATUS = ' WS-FS-GLR
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (GLPRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
