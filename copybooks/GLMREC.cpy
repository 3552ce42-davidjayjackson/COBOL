      *> Shared account mapping record layout for the GLMAP KSDS,
      *> maintained by GLMAINT.  Each posting code a program writes
      *> to the GL journal (PAYGROSS, TUITAR and so on) maps to the
      *> general ledger account finance books it to, so a chart of
      *> accounts change is a GLMAINT update rather than a program
      *> change.
       01 GLM-REC.
           02 GLM-POST-CODE       PIC X(08).
           02 GLM-ACCOUNT         PIC 9(08).
           02 GLM-DESC            PIC X(30).
           02 FILLER              PIC X(34).
