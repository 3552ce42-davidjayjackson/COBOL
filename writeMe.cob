    RECORDING MODE IS F
    DATA RECORD IS DUP-REC.
01 DUP-REC.
    02 DUP-STD-NO       PIC 9(05).
    02 FILLER           PIC X(01) VALUE SPACE.
    02 DUP-STD-NAME     PIC X(20).
    02 FILLER           PIC X(01) VALUE SPACE.
    02 DUP-REASON       PIC X(35).
    02 FILLER           PIC X(18) VALUE SPACE.
FD  GENFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS CKPT-REC.
01 CKPT-REC.
    02 CKPT-LAST-STD-NO    PIC 9(05).
    02 FILLER              PIC X(01) VALUE SPACE.
    02 CKPT-READ-COUNT     PIC 9(07).
    02 FILLER              PIC X(01) VALUE SPACE.
    02 CKPT-STATUS-CD      PIC X(01).
        88 CKPT-COMPLETE       VALUE 'C'.
        88 CKPT-IN-PROGRESS    VALUE 'I'.
    02 FILLER              PIC X(49).
FD  AUDITFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
77 WS-WRITE-COUNT       PIC 9(07) VALUE ZERO.
77 WS-DUP-COUNT         PIC 9(07) VALUE ZERO.
01 WS-SEEN-TABLE.
   02 WS-SEEN-NO        PIC 9(05) OCCURS 1000 TIMES.
77 WS-SEEN-MAX          PIC 9(05) VALUE 1000.
77 WS-SEEN-COUNT        PIC 9(05) VALUE ZERO.
77 WS-SEEN-SUB          PIC 9(05) VALUE ZERO.
01 WS-CKPT-LAST-STATUS  PIC X(01) VALUE SPACE.
   88 LAST-CKPT-COMPLETE     VALUE 'C'.
   88 LAST-CKPT-IN-PROGRESS  VALUE 'I'.
01 WS-CKPT-LAST-STD-NO  PIC 9(05) VALUE ZERO.
77 WS-CKPT-READ-COUNT   PIC 9(07) VALUE ZERO.
77 WS-CKPT-WRITE-COUNT  PIC 9(07) VALUE ZERO.
77 WS-CKPT-DUP-COUNT    PIC 9(07) VALUE ZERO.
    MOVE 'FILEWRT' TO EXC-PARM-PGM
    MOVE 'W' TO EXC-PARM-SEVERITY
    MOVE SPACES TO EXC-PARM-KEY
    MOVE DUP-STD-NO TO EXC-PARM-KEY (1:5)
    MOVE DUP-REASON TO EXC-PARM-REASON
    CALL 'EXCPLOG' USING EXC-PARM.
WRITE-AUDIT-RECORD.
