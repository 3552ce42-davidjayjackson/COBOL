   88 ROW-ACCEPTED         VALUE 'N'.
01 WS-REJECT-REASON        PIC X(50).
01 WS-FLD-STD-NO           PIC X(10).
01 WS-FLD-STD-NO-5         PIC X(05).
77 WS-STD-NO-LEN           PIC 9(02) VALUE ZERO.
77 WS-STD-NO-LEAD          PIC 9(02) VALUE ZERO.
01 WS-FLD-STD-NO-WORK      PIC X(10).
01 WS-FLD-NAME             PIC X(30).
01 WS-FLD-GENDER           PIC X(10).
01 WS-FLD-DOB              PIC X(12).
   88 FIRST-ROW            VALUE 'Y'.
   88 NOT-FIRST-ROW        VALUE 'N'.
77 WS-FS-JRNL              PIC 9(02).
01 WS-TIME-OF-DAY          PIC 9(08) VALUE ZERO.
01 WS-JRNL-STAMP.
   02 WS-JRNL-DATE         PIC 9(08).
   02 WS-JRNL-TIME         PIC 9(06).
01 WS-OPER-ID              PIC X(08) VALUE 'BATCH'.
01 WS-OPER-ENV             PIC X(10) VALUE 'OPERID'.
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
COPY DVPARM.
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
    OPEN I-O FILE1.
    IF WS-FS1 = 35
       OPEN OUTPUT FILE1
       ADD 1 TO WS-LOAD-COUNT
    END-IF.
VALIDATE-CSV-FIELDS.
    MOVE ZERO TO WS-STD-NO-LEAD
    INSPECT WS-FLD-STD-NO TALLYING WS-STD-NO-LEAD FOR LEADING SPACE
    IF WS-STD-NO-LEAD > ZERO AND WS-STD-NO-LEAD < 10
       MOVE WS-FLD-STD-NO (WS-STD-NO-LEAD + 1:) TO WS-FLD-STD-NO-WORK
       MOVE WS-FLD-STD-NO-WORK TO WS-FLD-STD-NO
    END-IF
    MOVE ZERO TO WS-STD-NO-LEN
    PERFORM VARYING WS-STD-NO-LEN FROM 10 BY -1
       UNTIL WS-STD-NO-LEN = 1
       OR WS-FLD-STD-NO (WS-STD-NO-LEN:1) NOT = SPACE
    END-PERFORM
    IF WS-STD-NO-LEN > 5
       OR WS-FLD-STD-NO (1:WS-STD-NO-LEN) NOT NUMERIC
       MOVE 'STD_NO: NOT A NUMBER OF UP TO 5 DIGITS' TO WS-REJECT-REASON
       MOVE 'Y' TO WS-REJECT-SW
    END-IF
    IF ROW-ACCEPTED AND WS-FLD-NAME = SPACES
    ELSE
       MOVE 'DATE NOT NUMERIC' TO DV-REASON
    END-IF.
*> Any STD_NO of up to five digits is taken and zero-filled on the
*> left, as STDNOCNVT widens the old numbers, so a ROSTERCSV written
*> before STD-NO went to five digits (or with leading zeros dropped)
*> loads without being re-keyed.
BUILD-STD-RECORD.
    MOVE SPACES TO STD-REC
    MOVE '00000' TO WS-FLD-STD-NO-5
    MOVE WS-FLD-STD-NO (1:WS-STD-NO-LEN)
       TO WS-FLD-STD-NO-5 (6 - WS-STD-NO-LEN:WS-STD-NO-LEN)
    MOVE WS-FLD-STD-NO-5 TO STD-NO
    MOVE WS-FLD-NAME TO STD-NAME
    MOVE WS-FLD-GENDER (1:7) TO STD-GENDER
    MOVE WS-FLD-DOB TO WS-DATE-FIELD
    MOVE SPACES TO SJRN-REC
    MOVE 'ADD' TO SJRN-ACTION
    ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-JRNL-TIME
    MOVE WS-JRNL-STAMP TO SJRN-TIMESTAMP
    MOVE SPACES TO SJRN-BEFORE-IMAGE
    MOVE STD-REC TO SJRN-AFTER-IMAGE
    MOVE WS-OPER-ID TO SJRN-OPERATOR
    MOVE 'STDLOAD' TO SJRN-PROGRAM
    WRITE SJRN-REC
    PERFORM CHECK-FS-JRNL.
CHECK-FS-JRNL.
