      *> copy of CUSTMSTR, applying after-images in order up to an
      *> optional point-in-time cutoff (RCVRCUTOFF, YYYYMMDDHHMMSS).
      *> Journal records past the cutoff are skipped, which is what
      *> rolls the file forward to "any point in time".  The replay
      *> starts after the last cutover marker JRNLCUT wrote when
      *> CUSTUNLD took its backup: the backup the marker names must
      *> still carry the trailer the marker recorded, and CUSTMSTR
      *> must hold exactly its record count (freshly reloaded by
      *> CUSTRELD), or nothing is applied.  A journal with no marker
      *> yet is replayed from the top as before, with a warning.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ident
           FILE STATUS IS CustFileStatus.
           SELECT JRNLFILE ASSIGN TO CUSTJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JrnlFileStatus.
           SELECT BKUPFILE ASSIGN DYNAMIC BackupName
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BkupFileStatus.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F
           DATA RECORD IS JrnlRec.
       COPY JRNLREC.
       COPY CUTREC.
       FD  BKUPFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS BkupRec.
       01  BkupRec PIC X(80).
       01  BkupTrailerRec REDEFINES BkupRec.
           02  BkupTrlMark PIC X(03).
               88  BkupTrailer VALUE "TRL".
           02  BkupTrlCount PIC 9(9).
           02  BkupTrlStamp PIC X(14).
           02  FILLER PIC X(54).

       WORKING-STORAGE SECTION.
       01  CustFileStatus PIC 9(02).
       01  JrnlFileStatus PIC 9(02).
       01  BkupFileStatus PIC 9(02).
       01  EndOfFile PIC X(01) VALUE "N".
           88  AtEndOfFile  VALUE "Y".
           88  NotAtEndOfFile VALUE "N".
       01  AppliedCount PIC 9(7) VALUE ZERO.
       01  SkippedCount PIC 9(7) VALUE ZERO.
       01  UnknownCount PIC 9(7) VALUE ZERO.
       01  PriorCount PIC 9(7) VALUE ZERO.
       01  MarkPosition PIC 9(7) VALUE ZERO.
       01  CustMstrCount PIC 9(9) VALUE ZERO.
       01  CutoverSeen PIC X(01) VALUE "N".
           88  CutoverFound    VALUE "Y".
           88  CutoverNotFound VALUE "N".
       01  TrailerSeen PIC X(01) VALUE "N".
           88  TrailerWasSeen  VALUE "Y".
           88  TrailerNotSeen  VALUE "N".
       01  MarkTimestamp PIC X(14) VALUE SPACES.
       01  MarkBkupStamp PIC X(14) VALUE SPACES.
       01  MarkBkupCount PIC 9(9) VALUE ZERO.
       01  TrailerStamp PIC X(14) VALUE SPACES.
       01  TrailerCount PIC 9(9) VALUE ZERO.
       01  BackupName PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       DISPLAY "CUSTOMER MASTER FORWARD RECOVERY...".
       IF CutoffEntry NOT = SPACES
          MOVE CutoffEntry TO CutoffStamp
       END-IF.
       PERFORM FIND-LAST-CUTOVER.
       IF CutoverFound
          DISPLAY "LAST JOURNAL CUTOVER AT " MarkTimestamp
          DISPLAY "RECOVERY BASE IS BACKUP " BackupName
             " TAKEN " MarkBkupStamp
          PERFORM VERIFY-BACKUP
          IF CutoffStamp < MarkBkupStamp
             DISPLAY "RCVRCUTOFF " CutoffStamp
                " IS BEFORE THE BACKUP WAS TAKEN - NOTHING APPLIED"
             DISPLAY "RECOVER TO THAT POINT FROM AN EARLIER BACKUP AND"
                " THE ARCHIVED JOURNAL"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF
       ELSE
          DISPLAY "NO CUTOVER MARKER ON CUSTJRNL - REPLAYING WHOLE JOURNAL"
       END-IF.
       DISPLAY "REPLAYING JOURNAL UP TO " CutoffStamp.
       OPEN I-O CUSTFILE.
       IF CustFileStatus = 35
          OPEN I-O CUSTFILE
       END-IF.
       PERFORM CHECK-CUST-STATUS.
       IF CutoverFound
          PERFORM VERIFY-RELOADED-MASTER
       END-IF.
       OPEN INPUT JRNLFILE.
       PERFORM CHECK-JRNL-STATUS.
       PERFORM UNTIL AtEndOfFile
          PERFORM CHECK-JRNL-STATUS
          IF NotAtEndOfFile
             ADD 1 TO JournalReadCount
             IF JournalReadCount <= MarkPosition
                ADD 1 TO PriorCount
             ELSE
                IF JrnlTimestamp <= CutoffStamp
                   PERFORM APPLY-JOURNAL-RECORD
                ELSE
                   ADD 1 TO SkippedCount
                END-IF
             END-IF
          END-IF
       END-PERFORM.
       CLOSE CUSTFILE.
       PERFORM CHECK-CUST-STATUS.
       DISPLAY "JOURNAL RECORDS READ   : " JournalReadCount.
       DISPLAY "THROUGH LAST CUTOVER   : " PriorCount.
       DISPLAY "JOURNAL RECORDS APPLIED: " AppliedCount.
       DISPLAY "JOURNAL RECORDS SKIPPED: " SkippedCount.
       DISPLAY "UNKNOWN ACTIONS        : " UnknownCount.
       IF CutoverNotFound
          MOVE 4 TO RETURN-CODE
       END-IF.
       GOBACK.

      *> First pass: note where the last cutover marker sits and what
      *> it says about the backup.  Everything up to and including it
      *> is already in that backup.
       FIND-LAST-CUTOVER.
           OPEN INPUT JRNLFILE
           PERFORM CHECK-JRNL-STATUS
           PERFORM UNTIL AtEndOfFile
              READ JRNLFILE
                 AT END MOVE "Y" TO EndOfFile
              END-READ
              PERFORM CHECK-JRNL-STATUS
              IF NotAtEndOfFile
                 ADD 1 TO JournalReadCount
                 IF JrnlCutover
                    MOVE "Y" TO CutoverSeen
                    MOVE JournalReadCount TO MarkPosition
                    MOVE CUT-TIMESTAMP TO MarkTimestamp
                    MOVE CUT-BKUP-NAME TO BackupName
                    MOVE CUT-BKUP-STAMP TO MarkBkupStamp
                    MOVE CUT-BKUP-COUNT TO MarkBkupCount
                 END-IF
              END-IF
           END-PERFORM
           CLOSE JRNLFILE
           PERFORM CHECK-JRNL-STATUS
           MOVE "N" TO EndOfFile
           MOVE ZERO TO JournalReadCount.

      *> The backup the marker names must be the one that was taken:
      *> same start time and record count on its trailer.  A later
      *> unload without a cutover would otherwise be replayed over.
       VERIFY-BACKUP.
           OPEN INPUT BKUPFILE
           IF BkupFileStatus = 35
              DISPLAY "BACKUP " BackupName " NOT FOUND - NOTHING APPLIED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHECK-BKUP-STATUS
           PERFORM UNTIL AtEndOfFile
              READ BKUPFILE
                 AT END MOVE "Y" TO EndOfFile
              END-READ
              PERFORM CHECK-BKUP-STATUS
              IF NotAtEndOfFile AND BkupTrailer
                 MOVE "Y" TO TrailerSeen
                 MOVE BkupTrlCount TO TrailerCount
                 MOVE BkupTrlStamp TO TrailerStamp
              END-IF
           END-PERFORM
           CLOSE BKUPFILE
           PERFORM CHECK-BKUP-STATUS
           MOVE "N" TO EndOfFile
           IF TrailerNotSeen
              OR TrailerCount NOT = MarkBkupCount
              OR TrailerStamp NOT = MarkBkupStamp
              DISPLAY "BACKUP " BackupName " IS NOT THE ONE CUT OVER TO"
                 " - NOTHING APPLIED"
              DISPLAY "MARKER  TAKEN " MarkBkupStamp
                 " COUNT " MarkBkupCount
              DISPLAY "TRAILER TAKEN " TrailerStamp
                 " COUNT " TrailerCount
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Replaying onto a master that was not just reloaded from the
      *> backup would apply the same changes twice, so CUSTMSTR has to
      *> hold exactly what the trailer says before anything is applied.
       VERIFY-RELOADED-MASTER.
           PERFORM UNTIL AtEndOfFile
              READ CUSTFILE NEXT RECORD
                 AT END MOVE "Y" TO EndOfFile
              END-READ
              IF NotAtEndOfFile
                 PERFORM CHECK-CUST-STATUS
                 ADD 1 TO CustMstrCount
              END-IF
           END-PERFORM
           MOVE "N" TO EndOfFile
           IF CustMstrCount NOT = MarkBkupCount
              DISPLAY "CUSTMSTR HOLDS " CustMstrCount " RECORDS, BACKUP "
                 BackupName " HOLDS " MarkBkupCount
              DISPLAY "RELOAD CUSTMSTR WITH CUSTRELD FROM THAT BACKUP FIRST"
                 " - NOTHING APPLIED"
              CLOSE CUSTFILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       APPLY-JOURNAL-RECORD.
           EVALUATE TRUE
              WHEN JrnlAdd
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-BKUP-STATUS.
           IF BkupFileStatus NOT = 00 AND BkupFileStatus NOT = 10
              DISPLAY "BKUPFILE (" BackupName ") I-O ERROR, FILE STATUS = "
                 BkupFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
