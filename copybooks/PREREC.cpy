      *> Shared course prerequisite record layout for the PREREQ KSDS,
      *> maintained by CRSMAINT and enforced by STDENRL.  One record
      *> per course per required course, keyed course-first so every
      *> prerequisite of a course reads back together.  The course
      *> IDs are term-independent: a prerequisite holds for every term
      *> the course is offered.  PRQ-MIN-GRADE is the lowest letter
      *> grade that satisfies it ('A' is best, so any grade that does
      *> not collate above it qualifies).
       01 PRQ-REC.
           02 PRQ-KEY.
               03 PRQ-CRS-ID      PIC X(06).
               03 PRQ-REQ-CRS-ID  PIC X(06).
           02 PRQ-MIN-GRADE       PIC X(01).
               88 PRQ-VALID-GRADE VALUES 'A' 'B' 'C' 'D'.
           02 FILLER              PIC X(67).
