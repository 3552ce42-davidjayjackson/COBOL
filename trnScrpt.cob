   02 FILLER               PIC X(12) VALUE SPACES.
01 WS-STUDENT-LINE.
   02 FILLER               PIC X(09) VALUE 'STUDENT: '.
   02 WS-STU-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-STU-NAME          PIC X(20).
   02 FILLER               PIC X(09) VALUE '  STATUS '.
   02 WS-STU-STATUS        PIC X(01).
   02 FILLER               PIC X(34) VALUE SPACES.
01 WS-COLUMN-HEADER        PIC X(80) VALUE
   'COURSE  TERM   GRADE'.
01 WS-DETAIL-LINE.
