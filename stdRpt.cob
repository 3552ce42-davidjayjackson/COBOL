01 WS-COLUMN-HEADER         PIC X(80) VALUE
   'STD-NO  LAST NAME     FIRST NAME  GENDER   STATUS'.
01 WS-DETAIL-LINE.
   02 WS-DTL-STD-NO         PIC ZZZZ9.
   02 FILLER                PIC X(02) VALUE SPACES.
   02 WS-DTL-LAST-NAME      PIC X(12).
   02 FILLER                PIC X(02) VALUE SPACES.
   02 WS-DTL-GENDER         PIC X(07).
   02 FILLER                PIC X(02) VALUE SPACES.
   02 WS-DTL-STATUS         PIC X(01).
   02 FILLER                PIC X(37) VALUE SPACES.
01 WS-SUBTOTAL-LINE.
   02 WS-SUB-LABEL          PIC X(25).
   02 WS-SUB-COUNT          PIC ZZZZ9.
