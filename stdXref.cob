    DATA RECORD IS SRT-REC.
01 SRT-REC.
    02 SRT-NAME            PIC X(20).
    02 SRT-IDENT           PIC 9(05).
    02 SRT-DOB.
       03 SRT-DOB-YYYY     PIC 9(04).
       03 SRT-DOB-MM       PIC 9(02).
       03 SRT-DOB-DD       PIC 9(02).
    02 FILLER              PIC X(47).
SD  SORT-WORK
    DATA RECORD IS SRT-WORK-REC.
01 SRT-WORK-REC.
    02 SRT-WORK-NAME       PIC X(20).
    02 SRT-WORK-IDENT      PIC 9(05).
    02 SRT-WORK-DOB        PIC 9(08).
    02 FILLER              PIC X(47).
FD  XREFFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS XREF-REC.
COPY XREFREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
01 WS-GROUP-NAME           PIC X(20) VALUE SPACES.
01 WS-GROUP-TABLE.
   02 WS-GROUP-ENTRY OCCURS 100 TIMES.
      03 WS-GRP-IDENT      PIC 9(05).
      03 WS-GRP-DOB.
         04 WS-GRP-YYYY    PIC 9(04).
         04 WS-GRP-MM      PIC 9(02).
01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'STD-NO  CUST  NAME                  STUDENT DOB   CUSTOMER DOB'.
01 WS-RPT-DETAIL.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-IDENT         PIC ZZZZ9.
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-STD-DOB       PIC X(10).
