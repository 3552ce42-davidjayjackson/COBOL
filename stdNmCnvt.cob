    MOVE STD-NO OF OLD-REC TO STD-NO OF NEW-REC
    MOVE WS-SPLIT-LAST TO STD-LAST-NAME OF NEW-REC
    MOVE WS-SPLIT-FIRST TO STD-FIRST-NAME OF NEW-REC
    MOVE OLD-STD-REST TO NEW-REC (26:55)
    WRITE NEW-REC
    PERFORM CHECK-FS-NEW
    ADD 1 TO WS-CONVERT-COUNT.
