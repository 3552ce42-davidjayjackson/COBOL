      'DISK1/DISK2 FIELD-LEVEL VERIFY'.
   02 FILLER               PIC X(22) VALUE SPACES.
01 WS-ONLY-LINE.
   02 WS-ONLY-STD-NO       PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-ONLY-TEXT         PIC X(40).
   02 FILLER               PIC X(33) VALUE SPACES.
01 WS-DIFF-LINE.
   02 WS-DIFF-STD-NO       PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DIFF-FIELD        PIC X(12).
   02 FILLER               PIC X(08) VALUE ' DISK1='.
   02 WS-DIFF-VALUE1       PIC X(20).
   02 FILLER               PIC X(08) VALUE ' DISK2='.
   02 WS-DIFF-VALUE2       PIC X(20).
   02 FILLER               PIC X(05) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(28).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
