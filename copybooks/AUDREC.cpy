       01 AUDIT-REC.
           02 AUDIT-RUN-ID        PIC X(14).
           02 FILLER              PIC X(01).
           02 AUDIT-STD-NO        PIC 9(05).
           02 FILLER              PIC X(01).
           02 AUDIT-STD-NAME      PIC X(20).
           02 FILLER              PIC X(01).
           02 AUDIT-ACTION        PIC X(08).
           02 FILLER              PIC X(01).
           02 AUDIT-TIMESTAMP     PIC X(14).
           02 FILLER              PIC X(15).
