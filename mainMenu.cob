01 WS-AUTHORIZED-SW    PIC X(01) VALUE 'N'.
   88 CHOICE-AUTHORIZED     VALUE 'Y'.
   88 CHOICE-NOT-AUTHORIZED VALUE 'N'.
01 WS-TIME-OF-DAY      PIC 9(08) VALUE ZERO.
01 WS-SESS-STAMP.
   02 WS-SESS-DATE     PIC 9(08).
   02 WS-SESS-TIME     PIC 9(06).
    STOP RUN.
*> The user file is seeded with an ADMIN/ADMIN sign-on the first
*> time the menu runs against an empty system, so an administrator
*> can get in and key the real operators with USERMAINT.  The
*> accepted operator ID is left in OPERID for every program the
*> menu calls, so the roster journal can say who made a change.
SIGN-ON-OPERATOR.
    OPEN I-O USERFILE
    IF WS-FS-USER = 35
             IF USR-PASSWORD = WS-SIGNON-PASSWORD AND USR-ACTIVE
                MOVE 'Y' TO WS-SIGNON-SW
                MOVE USR-AUTH-LEVEL TO WS-OPERATOR-LEVEL
                SET ENVIRONMENT 'OPERID' TO WS-SIGNON-ID
                DISPLAY 'SIGN-ON ACCEPTED - WELCOME ' USR-ID
                PERFORM WRITE-SESSION-LOG-SIGNON
             ELSE
    END-IF
    PERFORM CHECK-FS-SESS
    ACCEPT WS-SESS-DATE FROM DATE YYYYMMDD
    ACCEPT WS-TIME-OF-DAY FROM TIME
    MOVE WS-TIME-OF-DAY (1:6) TO WS-SESS-TIME
    MOVE SPACES TO SESS-REC
    MOVE WS-SESS-DATE TO SESS-DATE
    MOVE WS-SESS-TIME TO SESS-TIME
