      *> Shared class attendance record layout for the ATTNDNC KSDS,
      *> loaded by the ATTNPOST daily attendance batch and read by the
      *> ATTNRPT weekly attendance report.  One record per student
      *> per course per term per class date, keyed like ENRMSTR with
      *> the class date added, so one enrollment's attendance reads
      *> forward in date order.
       01 ATTN-REC.
           02 ATTN-KEY.
               03 ATTN-STD-NO     PIC 9(05).
               03 ATTN-CRS-ID     PIC X(06).
               03 ATTN-TERM       PIC X(05).
               03 ATTN-CLASS-DATE.
                   04 ATTN-CLASS-YYYY PIC 9(04).
                   04 ATTN-CLASS-MM   PIC 9(02).
                   04 ATTN-CLASS-DD   PIC 9(02).
           02 ATTN-STATUS         PIC X(01).
               88 ATTN-PRESENT    VALUE 'P'.
               88 ATTN-ABSENT     VALUE 'A'.
               88 ATTN-TARDY      VALUE 'T'.
               88 ATTN-EXCUSED    VALUE 'E'.
               88 ATTN-VALID-STATUS VALUES 'P' 'A' 'T' 'E'.
           02 ATTN-POST-DATE      PIC 9(08).
           02 FILLER              PIC X(47).
