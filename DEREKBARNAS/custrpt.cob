       01  BirthdayColumns PIC X(80) VALUE
           "CUST   CUSTOMER NAME         BIRTH DATE   AGE".
       01  BirthdayDetail.
           02  DtlIdent PIC ZZZZ9.
           02  FILLER PIC X(02) VALUE SPACES.
           02  DtlName PIC X(20).
           02  FILLER PIC X(02) VALUE SPACES.
           02  DtlMonth PIC 99.
           MOVE MOB TO SEL-DATE (5:2)
           MOVE DOB TO SEL-DATE (7:2)
           MOVE SPACE TO SEL-CAMPUS
           SET SEL-CUSTOMER TO TRUE
           WRITE SEL-REC
           PERFORM CHECK-SEL-STATUS.

