      *> Shared student/customer link record layout for the XREFOUT
      *> file: STDXREF writes one record per confirmed roster STD-NO
      *> and CUSTMSTR Ident pair, and every program that has to get
      *> from a customer to a student - TUITBILL billing, the ARAGING
      *> receivables aging run - reads the links through this layout.
       01 XREF-REC.
           02 XREF-STD-NO         PIC 9(05).
           02 FILLER              PIC X(01).
           02 XREF-CUST-IDENT     PIC 9(05).
           02 FILLER              PIC X(01).
           02 XREF-NAME           PIC X(20).
           02 FILLER              PIC X(48).
