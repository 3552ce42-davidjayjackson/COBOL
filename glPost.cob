       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GLPOST.
*> Shared general ledger posting: maps the caller's posting code
*> to its GLMAP account and appends one entry to the GLJRNL journal
*> under the caller's batch stamp.  Entries are numbered within
*> the batch so GLPROOF can list them in the order they were
*> posted.  A code missing from GLMAP (or no GLMAP at all) is
*> still journalled, with a zero account, so the batch stays whole;
*> GLPROOF will not release it until the code is mapped.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT GLMFILE ASSIGN TO GLMAP
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS GLM-POST-CODE
    FILE STATUS IS WS-FS-GLM.
    SELECT GLJFILE ASSIGN TO GLJRNL
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GLJ.
DATA DIVISION.
FILE SECTION.
FD  GLMFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GLM-REC.
COPY GLMREC.
FD  GLJFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GL-REC.
COPY GLREC.
WORKING-STORAGE SECTION.
77 WS-FS-GLM           PIC 9(02).
77 WS-FS-GLJ           PIC 9(02).
01 WS-LAST-BATCH-ID    PIC X(22) VALUE SPACES.
01 WS-ENTRY-SEQ        PIC 9(04) VALUE ZERO.
LINKAGE SECTION.
COPY GLPARM.
PROCEDURE DIVISION USING GL-PARM.
    MOVE ZERO TO GL-PARM-ACCOUNT.
    SET GL-PARM-UNMAPPED TO TRUE.
    OPEN INPUT GLMFILE.
    IF WS-FS-GLM = 00
       MOVE GL-PARM-POST-CODE TO GLM-POST-CODE
       READ GLMFILE
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             MOVE GLM-ACCOUNT TO GL-PARM-ACCOUNT
             SET GL-PARM-POSTED TO TRUE
       END-READ
       CLOSE GLMFILE
    ELSE
       IF WS-FS-GLM NOT = 35
          DISPLAY 'GLMFILE (GLMAP) I-O ERROR, FILE STATUS = '
             WS-FS-GLM
       END-IF
    END-IF.
    OPEN EXTEND GLJFILE.
    IF WS-FS-GLJ = 35
       OPEN OUTPUT GLJFILE
    END-IF.
    IF WS-FS-GLJ NOT = 00
       DISPLAY 'GLJFILE (GLJRNL) I-O ERROR, FILE STATUS = ' WS-FS-GLJ
       SET GL-PARM-NOT-POSTED TO TRUE
       GOBACK
    END-IF.
    MOVE SPACES TO GL-REC.
    MOVE GL-PARM-PGM TO GL-SOURCE-PGM.
    MOVE GL-PARM-RUN-DATE TO GL-RUN-DATE.
    MOVE GL-PARM-RUN-TIME TO GL-RUN-TIME.
    IF GL-BATCH-ID NOT = WS-LAST-BATCH-ID
       MOVE GL-BATCH-ID TO WS-LAST-BATCH-ID
       MOVE ZERO TO WS-ENTRY-SEQ
    END-IF.
    ADD 1 TO WS-ENTRY-SEQ.
    MOVE WS-ENTRY-SEQ TO GL-ENTRY-SEQ.
    MOVE GL-PARM-POST-CODE TO GL-POST-CODE.
    MOVE GL-PARM-ACCOUNT TO GL-ACCOUNT.
    MOVE GL-PARM-DR-CR TO GL-DR-CR.
    MOVE GL-PARM-AMOUNT TO GL-AMOUNT.
    MOVE GL-PARM-DESC TO GL-DESC.
    WRITE GL-REC.
    IF WS-FS-GLJ NOT = 00
       DISPLAY 'GLJFILE (GLJRNL) I-O ERROR, FILE STATUS = ' WS-FS-GLJ
       SET GL-PARM-NOT-POSTED TO TRUE
    END-IF.
    CLOSE GLJFILE.
    GOBACK.
