      *> START on the student number and read the courses forward.
       01 ENR-REC.
           02 ENR-KEY.
               03 ENR-STD-NO      PIC 9(05).
               03 ENR-CRS-ID      PIC X(06).
               03 ENR-TERM        PIC X(05).
           02 ENR-GRADE           PIC X(01).
               03 ENR-ENR-YYYY    PIC 9(04).
               03 ENR-ENR-MM      PIC 9(02).
               03 ENR-ENR-DD      PIC 9(02).
           02 FILLER              PIC X(55).
