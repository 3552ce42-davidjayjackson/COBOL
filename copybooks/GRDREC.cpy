      *> Shared grade transaction record layout for the GRDTRANS file.
      *> CLSLIST writes it as the instructor turnaround file, one
      *> record per enrolled student with the grade left blank and the
      *> student's name alongside for the instructor's reference, and
      *> GRDPOST reads it back once the letters are filled in.  A
      *> record still carrying a blank grade is a student the
      *> instructor has not graded yet.
       01 GRD-TRAN-REC.
           02 GRD-TRAN-STD-NO     PIC 9(05).
           02 GRD-TRAN-CRS-ID     PIC X(06).
           02 GRD-TRAN-TERM       PIC X(05).
           02 GRD-TRAN-GRADE      PIC X(01).
               88 GRD-TRAN-VALID-GRADE VALUES 'A' 'B' 'C' 'D' 'F'.
               88 GRD-TRAN-NO-GRADE    VALUE ' '.
           02 FILLER              PIC X(01).
           02 GRD-TRAN-NAME       PIC X(20).
           02 FILLER              PIC X(42).
