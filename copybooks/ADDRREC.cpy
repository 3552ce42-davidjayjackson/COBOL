      *> the entity type says whether the id is a CUSTMSTR Ident
      *> ('C') or a DISK1 STD-NO ('S'), so a person who is both a
      *> customer and a student can carry two addresses without the
      *> two masters ever colliding on a key.  RTNMAIL marks an
      *> address undeliverable, with the date the mail came back,
      *> when the post office returns something sent to it; the
      *> mailing runs pass it over until ADDRMAINT changes the
      *> address lines, which clears the mark.
       01 ADDR-REC.
           02 ADDR-KEY.
               03 ADDR-ENT-TYPE   PIC X(01).
                   88 ADDR-CUSTOMER VALUE 'C'.
                   88 ADDR-STUDENT  VALUE 'S'.
               03 ADDR-ENT-ID     PIC 9(05).
           02 ADDR-LINE1          PIC X(25).
           02 ADDR-CITY           PIC X(15).
           02 ADDR-STATE          PIC X(02).
           02 ADDR-ZIP            PIC X(05).
           02 ADDR-PHONE          PIC X(10).
           02 ADDR-MAIL-STATUS    PIC X(01).
               88 ADDR-DELIVERABLE   VALUE SPACE.
               88 ADDR-UNDELIVERABLE VALUE 'U'.
           02 ADDR-RETURN-DATE    PIC 9(08).
           02 FILLER              PIC X(08).
