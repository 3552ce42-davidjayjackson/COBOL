      *> Shared parameter layout for the GLPOST subprogram: the
      *> posting program's name and batch stamp (run date and the
      *> time the run started), the posting code, debit or credit,
      *> the amount and a description.  GLPOST maps the posting code
      *> to its GLMAP account, appends the entry to GLJRNL and
      *> reports back whether the code was mapped and the entry
      *> written.
       01 GL-PARM.
           02 GL-PARM-PGM         PIC X(08).
           02 GL-PARM-RUN-DATE    PIC 9(08).
           02 GL-PARM-RUN-TIME    PIC 9(06).
           02 GL-PARM-POST-CODE   PIC X(08).
           02 GL-PARM-DR-CR       PIC X(01).
           02 GL-PARM-AMOUNT      PIC 9(09)V99.
           02 GL-PARM-DESC        PIC X(20).
           02 GL-PARM-ACCOUNT     PIC 9(08).
           02 GL-PARM-STATUS      PIC X(01).
               88 GL-PARM-POSTED       VALUE 'P'.
               88 GL-PARM-UNMAPPED     VALUE 'U'.
               88 GL-PARM-NOT-POSTED   VALUE 'E'.
