      *> Shared academic standing history record layout for the
      *> STNDHIST KSDS, written by the STDSTND term-end standing run.
      *> One record per student per term, keyed student-first so a
      *> student's standing history reads forward from a START on
      *> the student number.  Grade points and graded-course counts
      *> are kept beside the GPAs so a later run never has to go back
      *> to ENRMSTR to explain a standing.  A rerun of a term
      *> rewrites that term's record.
       01 STND-REC.
           02 STND-KEY.
               03 STND-STD-NO     PIC 9(05).
               03 STND-TERM       PIC X(05).
           02 STND-TERM-GRADED    PIC 9(03).
           02 STND-TERM-POINTS    PIC 9(05).
           02 STND-TERM-GPA       PIC 9V99.
           02 STND-CUM-GRADED     PIC 9(03).
           02 STND-CUM-POINTS     PIC 9(05).
           02 STND-CUM-GPA        PIC 9V99.
           02 STND-STANDING       PIC X(01).
               88 STND-DEANS-LIST VALUE 'D'.
               88 STND-GOOD       VALUE 'G'.
               88 STND-PROBATION  VALUE 'P'.
               88 STND-SUSPENSION VALUE 'S'.
           02 STND-CAMPUS-CD      PIC X(01).
           02 STND-RUN-DATE       PIC 9(08).
           02 FILLER              PIC X(38).
