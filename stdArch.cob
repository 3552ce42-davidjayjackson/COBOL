01 WS-EFF-DATE-NUM         PIC 9(08).
77 WS-READ-COUNT           PIC 9(07) VALUE ZERO.
77 WS-ARCH-COUNT           PIC 9(07) VALUE ZERO.
01 WS-INQ-STD-NO           PIC 9(05).
01 WS-DISK1-NAME           PIC X(30) VALUE 'DISK1'.
01 WS-DISK1-ENV            PIC X(10) VALUE 'DISK1NAME'.
01 WS-ARCH-NAME            PIC X(30) VALUE 'ARCH1'.
01 WS-REG-COLUMNS          PIC X(80) VALUE
   'STD-NO  STUDENT NAME          STATUS  EFF-DATE'.
01 WS-REG-DETAIL.
   02 WS-REG-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-REG-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-REG-STATUS        PIC X(01).
