01 WS-ARCH-FOUND           PIC X(01) VALUE 'N'.
   88 ARCH-FOUND-ON-FILE   VALUE 'Y'.
   88 ARCH-NOT-ON-FILE     VALUE 'N'.
01 WS-INQ-STD-NO           PIC 9(05) VALUE ZERO.
01 WS-SEARCH-NAME          PIC X(12) VALUE SPACES.
01 WS-SEARCH-LEN           PIC 9(02) VALUE ZERO.
77 WS-MATCH-COUNT          PIC 9(05) VALUE ZERO.
01 WS-CURRENT-TIMESTAMP.
   02 WS-CURRENT-DATE      PIC 9(08).
   02 WS-CURRENT-TIME      PIC 9(06).
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-JRNL-STAMP.
   02 WS-JRNL-DATE         PIC 9(08).
   02 WS-JRNL-TIME         PIC 9(06).
01 WS-OPER-ID              PIC X(08) VALUE 'BATCH'.
01 WS-OPER-ENV             PIC X(10) VALUE 'OPERID'.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
01 WS-ARCH-NAME            PIC X(30) VALUE 'ARCH1'.
    IF WS-DISK1-NAME = SPACES
       MOVE 'DISK1' TO WS-DISK1-NAME
    END-IF.
    ACCEPT WS-OPER-ID FROM ENVIRONMENT WS-OPER-ENV
       ON EXCEPTION
          MOVE 'BATCH' TO WS-OPER-ID
    END-ACCEPT.
    IF WS-OPER-ID = SPACES
       MOVE 'BATCH' TO WS-OPER-ID
    END-IF.
    ACCEPT WS-ARCH-NAME FROM ENVIRONMENT WS-ARCH-ENV
       ON EXCEPTION
          MOVE 'ARCH1' TO WS-ARCH-NAME
    MOVE SPACES TO SJRN-REC
    MOVE 'ADD' TO SJRN-ACTION
    ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-JRNL-TIME
    MOVE WS-JRNL-STAMP TO SJRN-TIMESTAMP
    MOVE SPACES TO SJRN-BEFORE-IMAGE
    MOVE STD-REC TO SJRN-AFTER-IMAGE
    MOVE WS-OPER-ID TO SJRN-OPERATOR
    MOVE 'STDREST' TO SJRN-PROGRAM
    WRITE SJRN-REC
    PERFORM CHECK-FS-JRNL.
CHECK-FS1.
