      *> Shared parameter layout for the COLLLOG subprogram: the
      *> maintenance program's name, the key of the record another
      *> user changed between this user's inquiry and update, how
      *> many fields they changed and what became of this user's
      *> change - keyed again, dropped, or lost because the record
      *> was deleted.  COLLLOG stamps the time and the signed-on
      *> operator and appends the collision to the UPDCOLL log.
       01 CL-PARM.
           02 CL-PARM-PGM         PIC X(09).
           02 CL-PARM-KEY         PIC X(10).
           02 CL-PARM-FIELD-COUNT PIC 9(02).
           02 CL-PARM-OUTCOME     PIC X(06).
               88 CL-REKEYED      VALUE 'REKEY'.
               88 CL-CANCELLED    VALUE 'CANCEL'.
               88 CL-DELETED      VALUE 'GONE'.
