01 WS-RPT-COLUMNS          PIC X(80) VALUE
   'STD-NO  STUDENT NAME          STATUS  EFF-DATE   DISPOSITION'.
01 WS-RPT-DETAIL.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(03) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-STATUS        PIC X(01).
    PERFORM BUILD-READABLE-NAME
    MOVE WS-TODAYS-DATE TO SEL-DATE
    MOVE STD-CAMPUS-CD TO SEL-CAMPUS
    SET SEL-STUDENT TO TRUE
    WRITE SEL-REC
    PERFORM CHECK-FS-SEL.
BUILD-READABLE-NAME.
