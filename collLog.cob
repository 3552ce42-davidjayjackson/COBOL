       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. COLLLOG.
*> Shared update-collision writer: STDMAINT, CUSTMAINT and EMPMAINT
*> read a record again just before the REWRITE, and when another
*> user has changed or deleted it since the clerk brought it up the
*> change is not written over theirs.  Each such collision is
*> appended here to the UPDCOLL log with the operator signed on
*> through MAINMENU (OPERID, 'BATCH' when no one signed on), so
*> how often two clerks work the same record is on record the way
*> BATCHCHK keeps batch-window overrides on OVRDLOG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COLLFILE ASSIGN TO UPDCOLL
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-COLL.
DATA DIVISION.
FILE SECTION.
FD  COLLFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS COLL-REC.
01 COLL-REC.
    02 COLL-DATE           PIC 9(08).
    02 FILLER              PIC X(01).
    02 COLL-TIME           PIC 9(06).
    02 FILLER              PIC X(01).
    02 COLL-OPERATOR       PIC X(08).
    02 FILLER              PIC X(01).
    02 COLL-PROGRAM        PIC X(09).
    02 FILLER              PIC X(01).
    02 COLL-KEY            PIC X(10).
    02 FILLER              PIC X(01).
    02 COLL-FIELD-COUNT    PIC 9(02).
    02 FILLER              PIC X(01).
    02 COLL-OUTCOME        PIC X(06).
    02 FILLER              PIC X(25).
WORKING-STORAGE SECTION.
77 WS-FS-COLL          PIC 9(02).
01 WS-OPER-ID          PIC X(08) VALUE 'BATCH'.
01 WS-OPER-ENV         PIC X(10) VALUE 'OPERID'.
01 WS-TIME-OF-DAY      PIC 9(08) VALUE ZERO.
01 WS-STAMP.
   02 WS-STAMP-DATE    PIC 9(08).
   02 WS-STAMP-TIME    PIC 9(06).
LINKAGE SECTION.
COPY CLPARM.
PROCEDURE DIVISION USING CL-PARM.
    ACCEPT WS-OPER-ID FROM ENVIRONMENT WS-OPER-ENV
       ON EXCEPTION
          MOVE 'BATCH' TO WS-OPER-ID
    END-ACCEPT.
    IF WS-OPER-ID = SPACES
       MOVE 'BATCH' TO WS-OPER-ID
    END-IF.
    OPEN EXTEND COLLFILE.
    IF WS-FS-COLL = 35
       OPEN OUTPUT COLLFILE
    END-IF.
    PERFORM CHECK-FS-COLL.
    ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME-OF-DAY FROM TIME.
    MOVE WS-TIME-OF-DAY (1:6) TO WS-STAMP-TIME.
    MOVE SPACES TO COLL-REC.
    MOVE WS-STAMP-DATE TO COLL-DATE.
    MOVE WS-STAMP-TIME TO COLL-TIME.
    MOVE WS-OPER-ID TO COLL-OPERATOR.
    MOVE CL-PARM-PGM TO COLL-PROGRAM.
    MOVE CL-PARM-KEY TO COLL-KEY.
    MOVE CL-PARM-FIELD-COUNT TO COLL-FIELD-COUNT.
    MOVE CL-PARM-OUTCOME TO COLL-OUTCOME.
    WRITE COLL-REC.
    PERFORM CHECK-FS-COLL.
    CLOSE COLLFILE.
    PERFORM CHECK-FS-COLL.
    GOBACK.
CHECK-FS-COLL.
    IF WS-FS-COLL NOT = 00
       DISPLAY 'COLLFILE (UPDCOLL) I-O ERROR, FILE STATUS = ' WS-FS-COLL
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
