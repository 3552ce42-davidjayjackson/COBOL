*> Maintenance for the shared ADDRMSTR address/contact file.  One
*> file serves both masters: an address is keyed by entity type
*> ('C' for a CUSTMSTR Ident, 'S' for a DISK1 STD-NO) plus the
*> five-digit number, so the mailing extract and any future
*> statement print can find an address for either kind of record.
*> An address RTNMAIL has marked undeliverable stays marked until
*> an update here changes the address line, city, state or zip; a
*> phone-only change leaves the mark in place.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
   88 NOT-FOUND-ON-FILE VALUE 'N'.
01 WS-TYPE-ENTRY       PIC X(01) VALUE SPACE.
   88 VALID-ENT-TYPE   VALUES 'C' 'S'.
01 WS-OLD-ADDRESS.
   02 WS-OLD-LINE1     PIC X(25).
   02 WS-OLD-CITY      PIC X(15).
   02 WS-OLD-STATE     PIC X(02).
   02 WS-OLD-ZIP       PIC X(05).
PROCEDURE DIVISION.
    PERFORM OPEN-ADDR-FILE.
    PERFORM UNTIL EXIT-MENU
       END-IF
    END-PERFORM
    MOVE WS-TYPE-ENTRY TO ADDR-ENT-TYPE
    DISPLAY 'ENTER CUSTOMER/STUDENT NUMBER (UP TO 5 DIGITS): '
       WITH NO ADVANCING
    ACCEPT ADDR-ENT-ID.
ACCEPT-ADDRESS-FIELDS.
    ACCEPT ADDR-PHONE.
ADD-ADDRESS-RECORD.
    MOVE SPACES TO ADDR-REC
    SET ADDR-DELIVERABLE TO TRUE
    MOVE ZERO TO ADDR-RETURN-DATE
    PERFORM ACCEPT-ADDRESS-KEY
    PERFORM ACCEPT-ADDRESS-FIELDS
    WRITE ADDR-REC
    PERFORM ACCEPT-ADDRESS-KEY
    PERFORM READ-ADDRESS-RECORD
    IF FOUND-ON-FILE
       MOVE ADDR-LINE1 TO WS-OLD-LINE1
       MOVE ADDR-CITY TO WS-OLD-CITY
       MOVE ADDR-STATE TO WS-OLD-STATE
       MOVE ADDR-ZIP TO WS-OLD-ZIP
       PERFORM ACCEPT-ADDRESS-FIELDS
       IF ADDR-UNDELIVERABLE
          IF ADDR-LINE1 NOT = WS-OLD-LINE1
             OR ADDR-CITY NOT = WS-OLD-CITY
             OR ADDR-STATE NOT = WS-OLD-STATE
             OR ADDR-ZIP NOT = WS-OLD-ZIP
             SET ADDR-DELIVERABLE TO TRUE
             MOVE ZERO TO ADDR-RETURN-DATE
             DISPLAY 'ADDRESS CHANGED - RETURNED-MAIL MARK CLEARED'
          ELSE
             DISPLAY 'ADDRESS UNCHANGED - STILL MARKED UNDELIVERABLE'
          END-IF
       END-IF
       REWRITE ADDR-REC
          INVALID KEY
             DISPLAY 'UNABLE TO UPDATE ADDRESS FOR ' ADDR-ENT-ID
       DISPLAY 'STATE       : ' ADDR-STATE
       DISPLAY 'ZIP         : ' ADDR-ZIP
       DISPLAY 'PHONE       : ' ADDR-PHONE
       IF ADDR-UNDELIVERABLE
          DISPLAY 'MAIL STATUS : UNDELIVERABLE, RETURNED '
             ADDR-RETURN-DATE (5:2) '/' ADDR-RETURN-DATE (7:2) '/'
             ADDR-RETURN-DATE (1:4)
       ELSE
          DISPLAY 'MAIL STATUS : DELIVERABLE'
       END-IF
    END-IF.
DELETE-ADDRESS-RECORD.
    PERFORM ACCEPT-ADDRESS-KEY
