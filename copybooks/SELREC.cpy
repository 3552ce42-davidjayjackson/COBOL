      *> writes its birthday customers to BDAYSEL - and the LTRMERGE
      *> letter generator pairs any such file with a template.  The
      *> source program's name rides along so a summary can say
      *> where a selection came from, and the entity type says
      *> whether SEL-ID is a student or a customer so LTRMERGE can
      *> find the person's ADDRMSTR address.
       01 SEL-REC.
           02 SEL-SOURCE      PIC X(08).
           02 SEL-ID          PIC 9(05).
           02 SEL-NAME        PIC X(20).
           02 SEL-DATE        PIC 9(08).
           02 SEL-CAMPUS      PIC X(01).
           02 SEL-ENT-TYPE    PIC X(01).
               88 SEL-CUSTOMER    VALUE 'C'.
               88 SEL-STUDENT     VALUE 'S'.
           02 FILLER          PIC X(37).
