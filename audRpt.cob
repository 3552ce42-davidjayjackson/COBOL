   88 STUDENT-MODE         VALUE 'STUDENT'.
   88 RUN-MODE             VALUE 'RUN'.
01 WS-MODE-ENV             PIC X(10) VALUE 'AUDMODE'.
01 WS-INQ-STD-NO           PIC 9(05) VALUE ZERO.
01 WS-RUN-TABLE.
   02 WS-RUN-ENTRY OCCURS 500 TIMES.
      03 WS-RUN-TBL-ID     PIC X(14).
01 WS-DETAIL-LINE.
   02 WS-DTL-RUN-ID        PIC X(14).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-ACTION        PIC X(08).
