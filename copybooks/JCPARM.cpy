      *> Shared parameter layout for the JRNLCUT journal cutover
      *> subprogram: the unload program's name, the journal to cut
      *> over and the backup just taken (file name, the time the
      *> unload started and the trailer count).  JRNLCUT returns the
      *> dated archive the older journal records went to, how many
      *> went and how many stayed behind the new marker, and
      *> whether the cutover completed.
       01 JC-PARM.
           02 JC-PARM-PGM         PIC X(08).
           02 JC-PARM-JRNL-NAME   PIC X(30).
           02 JC-PARM-BKUP-NAME   PIC X(30).
           02 JC-PARM-BKUP-STAMP  PIC X(14).
           02 JC-PARM-BKUP-COUNT  PIC 9(09).
           02 JC-PARM-ARCH-NAME   PIC X(42).
           02 JC-PARM-ARCH-COUNT  PIC 9(07).
           02 JC-PARM-KEPT-COUNT  PIC 9(07).
           02 JC-PARM-RESULT      PIC X(01).
               88 JC-CUTOVER-DONE   VALUE 'Y'.
               88 JC-CUTOVER-FAILED VALUE 'N'.
