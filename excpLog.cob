COPY EXCREC.
WORKING-STORAGE SECTION.
77 WS-FS-EXCM          PIC 9(02).
01 WS-TIME-OF-DAY      PIC 9(08) VALUE ZERO.
01 WS-STAMP.
   02 WS-STAMP-DATE    PIC 9(08).
   02 WS-STAMP-TIME    PIC 9(06).
       GOBACK
    END-IF.
    ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TIME-OF-DAY FROM TIME.
    MOVE WS-TIME-OF-DAY (1:6) TO WS-STAMP-TIME.
    MOVE ZERO TO WS-SEQ.
    MOVE 'N' TO WS-STORED-SW.
    MOVE 'N' TO WS-SEQ-FULL-SW.
