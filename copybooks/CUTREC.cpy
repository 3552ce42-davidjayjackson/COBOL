      *> Shared journal cutover marker for the STDJRNL and CUSTJRNL
      *> journals.  JRNLCUT writes one at the head of the journal
      *> each time STDUNLD or CUSTUNLD takes a good backup, naming
      *> the backup, the time it was started and the record count on
      *> its trailer.  Everything journalled before the backup
      *> started has been moved to the dated archive named here, so
      *> STDRCVR and CUSTRCVR replay only what follows the last
      *> marker, against a master reloaded from that backup.  The
      *> action and timestamp sit where SJRNREC and JRNLREC carry
      *> theirs, so the marker is read through either layout.
       01 CUT-REC.
           02 CUT-ACTION          PIC X(06).
               88 CUT-MARKER      VALUE 'CUTOVR'.
           02 FILLER              PIC X(01).
           02 CUT-TIMESTAMP       PIC X(14).
           02 FILLER              PIC X(01).
           02 CUT-BKUP-NAME       PIC X(30).
           02 CUT-BKUP-STAMP      PIC X(14).
           02 CUT-BKUP-COUNT      PIC 9(09).
           02 CUT-ARCH-NAME       PIC X(42).
           02 CUT-PROGRAM         PIC X(08).
           02 FILLER              PIC X(75).
