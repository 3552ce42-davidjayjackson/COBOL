      *> Shared term census record layout for the CENSUS KSDS, frozen
      *> by the CENSNAP census run and read back by CENSNAP's fill-rate
      *> report and the CENSCMP snapshot comparison.  Each snapshot is
      *> keyed by term and census date; within it every course of the
      *> term has one course entry (type C, capacity and title as of
      *> the census, student number zero) ahead of one enrollment
      *> entry (type E) per student enrolled, carrying the student's
      *> campus and status as they stood on the census date.
       01 CEN-REC.
           02 CEN-KEY.
               03 CEN-TERM        PIC X(05).
               03 CEN-DATE.
                   04 CEN-YYYY    PIC 9(04).
                   04 CEN-MM      PIC 9(02).
                   04 CEN-DD      PIC 9(02).
               03 CEN-CRS-ID      PIC X(06).
               03 CEN-ENTRY-TYPE  PIC X(01).
                   88 CEN-COURSE-ENTRY VALUE 'C'.
                   88 CEN-ENROLL-ENTRY VALUE 'E'.
               03 CEN-STD-NO      PIC 9(05).
           02 CEN-CRS-CAPACITY    PIC 9(03).
           02 CEN-CRS-TITLE       PIC X(20).
           02 CEN-STD-CAMPUS-CD   PIC X(01).
               88 CEN-CAMPUS-NORTH VALUE 'N'.
               88 CEN-CAMPUS-SOUTH VALUE 'S'.
           02 CEN-STD-STATUS-CD   PIC X(01).
           02 FILLER              PIC X(30).
