      *> index and every sort on the group order the roster by last
      *> name; files keyed under the old single-field name must be
      *> rebuilt through the STDNMCNV conversion before any program
      *> here touches them.  STD-NO was widened from three digits to
      *> five out of the trailing filler; a file still carrying the
      *> three-digit number is rebuilt through STDNOCNV.
       01 STD-REC.
           02 STD-NO          PIC 9(05).
           02 STD-NAME.
               03 STD-LAST-NAME   PIC X(12).
               03 STD-FIRST-NAME  PIC X(08).
           02 STD-CAMPUS-CD   PIC X(01).
               88 STD-CAMPUS-NORTH VALUE 'N'.
               88 STD-CAMPUS-SOUTH VALUE 'S'.
           02 FILLER          PIC X(30).
