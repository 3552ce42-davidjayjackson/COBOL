       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRELD.
       AUTHOR. David Jackson.
      *> Verified reload of the customer master from the CUSTUNLD
      *> flat backup, the CUSTMSTR counterpart of STDRELD: a fresh
      *> indexed file is built from the backup details, Ident sequence
      *> errors are reported as they are found, and the loaded count
      *> is proved against the backup's trailer before the run is
      *> allowed to end clean.  CUSTRCVR then rolls it forward.
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
       01  LoadCount PIC 9(9) VALUE ZERO.
       01  SeqErrorCount PIC 9(9) VALUE ZERO.
       01  DropCount PIC 9(9) VALUE ZERO.
       01  TrailerCount PIC 9(9) VALUE ZERO.
       01  TrailerStamp PIC X(14) VALUE SPACES.
       01  TrailerSeen PIC X(01) VALUE "N".
           88  TrailerWasSeen   VALUE "Y".
           88  TrailerNotSeen   VALUE "N".
       01  PrevIdent PIC 9(5) VALUE ZERO.
       01  FirstRecord PIC X(01) VALUE "Y".
           88  IsFirstRecord  VALUE "Y".
           88  NotFirstRecord VALUE "N".

       PROCEDURE DIVISION.
       DISPLAY "RELOADING CUSTOMER MASTER FROM FLAT BACKUP...".
       OPEN INPUT BKUPFILE.
       PERFORM CHECK-BKUP-STATUS.
       OPEN OUTPUT CUSTFILE.
       PERFORM CHECK-CUST-STATUS.
       PERFORM UNTIL AtEndOfFile
          READ BKUPFILE
             AT END MOVE "Y" TO EndOfFile
          END-READ
          PERFORM CHECK-BKUP-STATUS
          IF NotAtEndOfFile
             IF BkupTrailer
                MOVE "Y" TO TrailerSeen
                MOVE BkupTrlCount TO TrailerCount
                MOVE BkupTrlStamp TO TrailerStamp
             ELSE
                PERFORM LOAD-ONE-RECORD
             END-IF
          END-IF
       END-PERFORM.
       CLOSE BKUPFILE.
       PERFORM CHECK-BKUP-STATUS.
       CLOSE CUSTFILE.
       PERFORM CHECK-CUST-STATUS.
       DISPLAY "RECORDS LOADED   : " LoadCount.
       DISPLAY "SEQUENCE ERRORS  : " SeqErrorCount.
       DISPLAY "RECORDS DROPPED  : " DropCount.
       IF TrailerNotSeen
          DISPLAY "NO TRAILER ON BACKUP - RELOAD NOT PROVEN"
          MOVE 16 TO RETURN-CODE
       ELSE
          DISPLAY "TRAILER COUNT    : " TrailerCount
          DISPLAY "BACKUP TAKEN     : " TrailerStamp
          IF LoadCount NOT = TrailerCount
             DISPLAY "LOADED COUNT DOES NOT MATCH TRAILER - RELOAD FAILED"
             MOVE 16 TO RETURN-CODE
          END-IF
       END-IF.
       GOBACK.

      *> A sequence error fails the WRITE (the output file demands
      *> ascending keys), so the record is counted as dropped and the
      *> loaded count no longer proves against the trailer.  PrevIdent
      *> only advances on a successful write.
       LOAD-ONE-RECORD.
           MOVE BkupRec TO CustRec
           IF NotFirstRecord AND Ident NOT > PrevIdent
              ADD 1 TO SeqErrorCount
              DISPLAY "SEQUENCE ERROR: IDENT " Ident
                 " NOT GREATER THAN " PrevIdent
           END-IF
           MOVE "N" TO FirstRecord
           WRITE CustRec
              INVALID KEY
                 DISPLAY "CUSTOMER " Ident " COULD NOT BE LOADED"
                 ADD 1 TO DropCount
              NOT INVALID KEY
                 ADD 1 TO LoadCount
                 MOVE Ident TO PrevIdent
           END-WRITE.

       CHECK-CUST-STATUS.
           IF CustFileStatus NOT = 00
              DISPLAY "CUSTFILE (CUSTMSTR) I-O ERROR, FILE STATUS = "
                 CustFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-BKUP-STATUS.
           IF BkupFileStatus NOT = 00 AND BkupFileStatus NOT = 10
              DISPLAY "BKUPFILE (CUSTBKUP) I-O ERROR, FILE STATUS = "
                 BkupFileStatus
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
