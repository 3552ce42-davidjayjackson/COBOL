   88 WAIT-REQUESTED     VALUE 'W'.
01 WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
01 WS-OVRD-REASON      PIC X(40) VALUE SPACES.
01 WS-TIME-OF-DAY      PIC 9(08) VALUE ZERO.
01 WS-STAMP.
   02 WS-STAMP-DATE    PIC 9(08).
   02 WS-STAMP-TIME    PIC 9(06).
    END-IF
    PERFORM CHECK-FS-OVRD
    ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-STAMP-TIME
    MOVE SPACES TO OVRD-REC
    MOVE WS-STAMP-DATE TO OVRD-DATE
    MOVE WS-STAMP-TIME TO OVRD-TIME
