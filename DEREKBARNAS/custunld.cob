       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUNLD.
       AUTHOR. David Jackson.
      *> Backup unload of the customer master, the CUSTMSTR
      *> counterpart of STDUNLD: every customer is copied in Ident
      *> order to the flat CUSTBKUP backup, followed by a "TRL"
      *> trailer carrying the record count and the time the unload
      *> started, which CUSTRELD proves the reload against.  Once the
      *> backup has closed clean JRNLCUT cuts CUSTJRNL over to it, so
      *> CUSTRCVR knows which backup to start from and where in the
      *> journal to begin.  Run it while CUSTMAINT is quiet.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO CUSTMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Ident
           FILE STATUS IS CustFileStatus.
           SELECT BKUPFILE ASSIGN TO CUSTBKUP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BkupFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 800 CHARACTERS
           RECORDING MODE IS F
           DATA RECORD IS CustRec.
       COPY CUSTREC.
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
       01  BkupFileStatus PIC 9(02).
       01  EndOfFile PIC X(01) VALUE "N".
           88  AtEndOfFile  VALUE "Y".
           88  NotAtEndOfFile VALUE "N".
       01  UnloadCount PIC 9(9) VALUE ZERO.
       01  TimeOfDay PIC 9(8) VALUE ZERO.
       01  UnloadStamp.
           02  UnloadStampDate PIC 9(8).
           02  UnloadStampTime PIC 9(6).
       COPY JCPARM.

       PROCEDURE DIVISION.
       DISPLAY "UNLOADING CUSTOMER MASTER TO FLAT BACKUP...".
       ACCEPT UnloadStampDate FROM DATE YYYYMMDD.
       ACCEPT TimeOfDay FROM TIME.
       MOVE TimeOfDay (1:6) TO UnloadStampTime.
       OPEN INPUT CUSTFILE.
       PERFORM CHECK-CUST-STATUS.
       OPEN OUTPUT BKUPFILE.
       PERFORM CHECK-BKUP-STATUS.
       PERFORM UNTIL AtEndOfFile
          READ CUSTFILE
             AT END MOVE "Y" TO EndOfFile
          END-READ
          PERFORM CHECK-CUST-STATUS
          IF NotAtEndOfFile
             MOVE CustRec TO BkupRec
             WRITE BkupRec
             PERFORM CHECK-BKUP-STATUS
             ADD 1 TO UnloadCount
          END-IF
       END-PERFORM.
       MOVE SPACES TO BkupRec.
       MOVE "TRL" TO BkupTrlMark.
       MOVE UnloadCount TO BkupTrlCount.
       MOVE UnloadStamp TO BkupTrlStamp.
       WRITE BkupRec.
       PERFORM CHECK-BKUP-STATUS.
       CLOSE CUSTFILE.
       PERFORM CHECK-CUST-STATUS.
       CLOSE BKUPFILE.
       PERFORM CHECK-BKUP-STATUS.
       DISPLAY "RECORDS UNLOADED: " UnloadCount.
       PERFORM CUT-OVER-JOURNAL.
       GOBACK.

      *> A backup that cannot be cut over to is still a good backup,
      *> but CUSTRCVR would start from the previous marker and replay
      *> changes already in it, so the step fails for a rerun.
       CUT-OVER-JOURNAL.
           MOVE SPACES TO JC-PARM
           MOVE "CUSTUNLD" TO JC-PARM-PGM
           MOVE "CUSTJRNL" TO JC-PARM-JRNL-NAME
           MOVE "CUSTBKUP" TO JC-PARM-BKUP-NAME
           MOVE UnloadStamp TO JC-PARM-BKUP-STAMP
           MOVE UnloadCount TO JC-PARM-BKUP-COUNT
           CALL "JRNLCUT" USING JC-PARM
           IF JC-CUTOVER-DONE
              DISPLAY "JOURNAL CUT OVER TO BACKUP CUSTBKUP"
              DISPLAY "JOURNAL RECORDS ARCHIVED: " JC-PARM-ARCH-COUNT
                 " " JC-PARM-ARCH-NAME
              DISPLAY "JOURNAL RECORDS KEPT    : " JC-PARM-KEPT-COUNT
           ELSE
              DISPLAY "CUSTJRNL CUTOVER FAILED - RERUN CUSTUNLD"
              MOVE 16 TO RETURN-CODE
           END-IF.

       CHECK-CUST-STATUS.
           IF CustFileStatus NOT = 00 AND CustFileStatus NOT = 10
              DISPLAY "CUSTFILE (CUSTMSTR) I-O ERROR, FILE STATUS = "
                 CustFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-BKUP-STATUS.
           IF BkupFileStatus NOT = 00
              DISPLAY "BKUPFILE (CUSTBKUP) I-O ERROR, FILE STATUS = "
                 BkupFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
