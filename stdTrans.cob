       88 TRAN-DELETE      VALUE 'D'.
       88 TRAN-VALID-ACTION VALUES 'A' 'C' 'D'.
    02 TRAN-STD-DATA.
       03 TRAN-STD-NO      PIC 9(05).
       03 TRAN-STD-NAME    PIC X(20).
       03 TRAN-STD-GENDER  PIC X(07).
       03 TRAN-STD-DOB     PIC 9(08).
       03 TRAN-STD-STATUS  PIC X(01).
       03 TRAN-STD-EFF     PIC 9(08).
       03 FILLER           PIC X(31).
FD  REGFILE
    DATA RECORD IS REG-LINE.
01 REG-LINE                PIC X(80).
01 WS-JRNL-ACTION          PIC X(06) VALUE SPACES.
01 WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
01 WS-AFTER-IMAGE          PIC X(80) VALUE SPACES.
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-JRNL-STAMP.
   02 WS-JRNL-DATE         PIC 9(08).
   02 WS-JRNL-TIME         PIC 9(06).
01 WS-OPER-ID              PIC X(08) VALUE 'BATCH'.
01 WS-OPER-ENV             PIC X(10) VALUE 'OPERID'.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
COPY DVPARM.
01 WS-REG-DETAIL.
   02 WS-REG-ACTION        PIC X(01).
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-REG-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-REG-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF
    ACCEPT WS-OPER-ID FROM ENVIRONMENT WS-OPER-ENV
       ON EXCEPTION
          MOVE 'BATCH' TO WS-OPER-ID
    END-ACCEPT
    IF WS-OPER-ID = SPACES
       MOVE 'BATCH' TO WS-OPER-ID
    END-IF
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
    MOVE SPACES TO SJRN-REC
    MOVE WS-JRNL-ACTION TO SJRN-ACTION
    ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-JRNL-TIME
    MOVE WS-JRNL-STAMP TO SJRN-TIMESTAMP
    MOVE WS-BEFORE-IMAGE TO SJRN-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO SJRN-AFTER-IMAGE
    MOVE WS-OPER-ID TO SJRN-OPERATOR
    MOVE 'STDTRANS' TO SJRN-PROGRAM
    WRITE SJRN-REC
    PERFORM CHECK-FS-JRNL.
WRITE-REGISTER-HEADER.
