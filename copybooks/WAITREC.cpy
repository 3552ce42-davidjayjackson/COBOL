      *> Shared course waitlist record layout for the WAITLIST KSDS.
      *> STDENRL adds a student here when a course/term is at
      *> capacity, keyed course/term plus a request sequence so the
      *> list reads back in first-come order, and promotes the first
      *> eligible waiting student into ENRMSTR when a seat is dropped.
      *> WAITPROM reports each promotion once, for the LTRMERGE
      *> notification letters, and then marks it notified.
       01 WAIT-REC.
           02 WAIT-KEY.
               03 WAIT-CRS-ID     PIC X(06).
               03 WAIT-TERM       PIC X(05).
               03 WAIT-SEQ        PIC 9(05).
           02 WAIT-STD-NO         PIC 9(05).
           02 WAIT-REQ-DATE       PIC 9(08).
           02 WAIT-STATUS         PIC X(01).
               88 WAIT-PENDING    VALUE 'W'.
               88 WAIT-PROMOTED   VALUE 'P'.
               88 WAIT-REMOVED    VALUE 'R'.
           02 WAIT-STATUS-DATE    PIC 9(08).
           02 WAIT-NOTIFIED       PIC X(01).
               88 WAIT-NOTICE-SENT VALUE 'Y'.
               88 WAIT-NOTICE-DUE VALUE 'N'.
           02 FILLER              PIC X(41).
