       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. STDHIST.
*> Student change history from the STDJRNL roster journal, for
*> answering "who changed this student, and when".  HISTMODE
*> STUDENT (the default) asks for a student number and lists every
*> journalled ADD, UPDATE and DELETE for that student; HISTMODE
*> DATES asks for a from and to date (YYYYMMDD) and lists every
*> change made in that range.  Each entry shows when it was made,
*> the operator and the program that made it; an UPDATE is
*> followed by only the fields that differ between the before and
*> after images, old value -> new value.  Journal records written
*> before the operator and program were carried show them blank.
*> The dated STDJRNL archives JRNLCUT registers on GENLOG at each
*> STDUNLD backup are read first, oldest first, then the live
*> journal, so history reaches back as far as the archives are
*> kept; in DATES mode an archive cut before the from date holds
*> nothing in range and is passed over.  Cutover markers are not
*> changes and are not listed.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JRNLFILE ASSIGN DYNAMIC WS-JRNL-NAME
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-JRNL.
    SELECT GENFILE ASSIGN TO GENLOG
    ORGANIZATION IS SEQUENTIAL
    ACCESS MODE IS SEQUENTIAL
    FILE STATUS IS WS-FS-GEN.
    SELECT RPTFILE ASSIGN TO HISTRPT
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FS-RPT.
DATA DIVISION.
FILE SECTION.
FD  JRNLFILE
    RECORD CONTAINS 200 CHARACTERS
    BLOCK CONTAINS 2000 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS SJRN-REC.
COPY SJRNREC.
FD  GENFILE
    RECORD CONTAINS 80 CHARACTERS
    BLOCK CONTAINS 800 CHARACTERS
    RECORDING MODE IS F
    DATA RECORD IS GEN-REC.
COPY GENREC.
FD  RPTFILE
    DATA RECORD IS RPT-LINE.
01 RPT-LINE                PIC X(80).
WORKING-STORAGE SECTION.
77 WS-FS-JRNL              PIC 9(02).
77 WS-FS-RPT               PIC 9(02).
77 WS-FS-GEN               PIC 9(02).
01 WS-EOF-SW               PIC X(01) VALUE 'N'.
   88 EOF-SW               VALUE 'Y'.
   88 NOT-EOF-SW           VALUE 'N'.
01 WS-GEN-EOF-SW           PIC X(01) VALUE 'N'.
   88 GEN-EOF-SW           VALUE 'Y'.
   88 NOT-GEN-EOF-SW       VALUE 'N'.
01 WS-JRNL-NAME            PIC X(42) VALUE 'STDJRNL'.
77 WS-ARCH-READ-COUNT      PIC 9(07) VALUE ZERO.
01 WS-HIST-MODE            PIC X(08) VALUE 'STUDENT'.
   88 STUDENT-MODE         VALUE 'STUDENT'.
   88 DATES-MODE           VALUE 'DATES'.
01 WS-MODE-ENV             PIC X(10) VALUE 'HISTMODE'.
01 WS-INQ-STD-NO           PIC 9(05) VALUE ZERO.
01 WS-FROM-DATE            PIC 9(08) VALUE ZERO.
01 WS-TO-DATE              PIC 9(08) VALUE ZERO.
01 WS-MATCH-SW             PIC X(01) VALUE 'N'.
   88 ENTRY-MATCHES        VALUE 'Y'.
01 WS-ENTRY-STD-NO         PIC 9(05) VALUE ZERO.
COPY STDREC REPLACING ==STD-REC== BY ==WS-OLD-STD==.
COPY STDREC REPLACING ==STD-REC== BY ==WS-NEW-STD==.
01 WS-CHANGE-COUNT         PIC 9(02) VALUE ZERO.
01 WS-CODE-IN              PIC X(01) VALUE SPACE.
01 WS-CODE-OUT             PIC X(24) VALUE SPACES.
01 WS-DATE-IN.
   02 WS-DATE-IN-YYYY      PIC 9(04).
   02 WS-DATE-IN-MM        PIC 9(02).
   02 WS-DATE-IN-DD        PIC 9(02).
01 WS-DATE-OUT             PIC X(24) VALUE SPACES.
01 WS-STAMP-VIEW.
   02 WS-STAMP-DATE.
      03 WS-STAMP-YYYY     PIC X(04).
      03 WS-STAMP-MM       PIC X(02).
      03 WS-STAMP-DD       PIC X(02).
   02 WS-STAMP-HH          PIC X(02).
   02 WS-STAMP-MI          PIC X(02).
   02 WS-STAMP-SS          PIC X(02).
77 WS-ROW-COUNT            PIC 9(07) VALUE ZERO.
77 WS-MATCH-COUNT          PIC 9(07) VALUE ZERO.
77 WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
77 WS-UPDATE-COUNT         PIC 9(07) VALUE ZERO.
77 WS-DELETE-COUNT         PIC 9(07) VALUE ZERO.
77 WS-PAGE-NO              PIC 9(03) VALUE ZERO.
77 WS-LINE-COUNT           PIC 9(02) VALUE ZERO.
77 WS-LINES-PER-PAGE       PIC 9(02) VALUE 20.
01 WS-RUN-DATE.
   02 WS-RUN-YYYY          PIC 9(04).
   02 WS-RUN-MM            PIC 99.
   02 WS-RUN-DD            PIC 99.
01 WS-RUN-DATE-DISPLAY     PIC X(10).
01 WS-PAGE-HEADER.
   02 FILLER               PIC X(10) VALUE 'RUN DATE: '.
   02 WS-HDR-DATE          PIC X(10).
   02 FILLER               PIC X(09) VALUE SPACES.
   02 FILLER               PIC X(22) VALUE 'STUDENT CHANGE HISTORY'.
   02 FILLER               PIC X(08) VALUE SPACES.
   02 FILLER               PIC X(06) VALUE 'PAGE: '.
   02 WS-HDR-PAGE          PIC ZZ9.
   02 FILLER               PIC X(12) VALUE SPACES.
01 WS-SELECT-LINE.
   02 WS-SEL-TEXT          PIC X(40).
   02 FILLER               PIC X(40) VALUE SPACES.
01 WS-DETAIL-COLUMNS       PIC X(80) VALUE
   'DATE       TIME      ACTION  STD-NO STUDENT NAME         OPERATOR PROGRAM'.
01 WS-DETAIL-LINE.
   02 WS-DTL-DATE          PIC X(10).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-TIME          PIC X(08).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-ACTION        PIC X(06).
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-STD-NO        PIC ZZZZ9.
   02 FILLER               PIC X(02) VALUE SPACES.
   02 WS-DTL-NAME          PIC X(20).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-OPERATOR      PIC X(08).
   02 FILLER               PIC X(01) VALUE SPACES.
   02 WS-DTL-PROGRAM       PIC X(08).
   02 FILLER               PIC X(06) VALUE SPACES.
01 WS-CHANGE-LINE.
   02 FILLER               PIC X(04) VALUE SPACES.
   02 WS-CHG-FIELD         PIC X(16).
   02 WS-CHG-OLD           PIC X(24).
   02 FILLER               PIC X(04) VALUE ' -> '.
   02 WS-CHG-NEW           PIC X(24).
   02 FILLER               PIC X(08) VALUE SPACES.
01 WS-TOTAL-LINE.
   02 WS-TOT-LABEL         PIC X(25).
   02 WS-TOT-COUNT         PIC ZZZZZZ9.
   02 FILLER               PIC X(48) VALUE SPACES.
PROCEDURE DIVISION.
    ACCEPT WS-HIST-MODE FROM ENVIRONMENT WS-MODE-ENV
       ON EXCEPTION
          MOVE 'STUDENT' TO WS-HIST-MODE
    END-ACCEPT.
    IF WS-HIST-MODE = SPACES
       MOVE 'STUDENT' TO WS-HIST-MODE
    END-IF.
    IF NOT STUDENT-MODE AND NOT DATES-MODE
       DISPLAY 'HISTMODE MUST BE STUDENT OR DATES'
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    STRING WS-RUN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-RUN-YYYY DELIMITED BY SIZE
       INTO WS-RUN-DATE-DISPLAY
    END-STRING.
    MOVE SPACES TO WS-SELECT-LINE.
    IF STUDENT-MODE
       DISPLAY 'ENTER STUDENT NUMBER TO INQUIRE: ' WITH NO ADVANCING
       ACCEPT WS-INQ-STD-NO
       STRING 'CHANGES TO STUDENT ' DELIMITED BY SIZE
          WS-INQ-STD-NO DELIMITED BY SIZE
          INTO WS-SEL-TEXT
       END-STRING
    ELSE
       DISPLAY 'ENTER FROM DATE (YYYYMMDD): ' WITH NO ADVANCING
       ACCEPT WS-FROM-DATE
       DISPLAY 'ENTER TO DATE (YYYYMMDD)  : ' WITH NO ADVANCING
       ACCEPT WS-TO-DATE
       IF WS-TO-DATE = ZERO
          MOVE WS-RUN-DATE TO WS-TO-DATE
       END-IF
       IF WS-FROM-DATE > WS-TO-DATE
          DISPLAY 'FROM DATE ' WS-FROM-DATE ' IS AFTER TO DATE '
             WS-TO-DATE
          MOVE 16 TO RETURN-CODE
          GOBACK
       END-IF
       STRING 'CHANGES MADE ' DELIMITED BY SIZE
          WS-FROM-DATE DELIMITED BY SIZE
          ' THROUGH ' DELIMITED BY SIZE
          WS-TO-DATE DELIMITED BY SIZE
          INTO WS-SEL-TEXT
       END-STRING
    END-IF.
    OPEN OUTPUT RPTFILE.
    PERFORM CHECK-FS-RPT.
    PERFORM READ-JOURNAL-ARCHIVES.
    MOVE 'STDJRNL' TO WS-JRNL-NAME.
    OPEN INPUT JRNLFILE.
    PERFORM CHECK-FS-JRNL.
    PERFORM READ-JOURNAL-FILE.
    IF WS-MATCH-COUNT = ZERO
       PERFORM WRITE-PAGE-HEADER
       MOVE '    NO JOURNALLED CHANGES FOUND' TO RPT-LINE
       WRITE RPT-LINE
       PERFORM CHECK-FS-RPT
    END-IF.
    PERFORM WRITE-HISTORY-TOTALS.
    CLOSE RPTFILE.
    PERFORM CHECK-FS-RPT.
    DISPLAY 'JOURNAL ARCHIVES READ: ' WS-ARCH-READ-COUNT.
    DISPLAY 'JOURNAL RECORDS READ: ' WS-ROW-COUNT.
    DISPLAY 'CHANGES LISTED      : ' WS-MATCH-COUNT.
    DISPLAY 'REPORT COMPLETE - ' WS-PAGE-NO ' PAGE(S)'.
    GOBACK.
*> GENLOG is appended to as the archives are cut, so reading it
*> front to back takes them oldest first.  An archive GENSWEEP has
*> already removed is dropped from GENLOG with it; one missing for
*> any other reason is noted and passed over.
READ-JOURNAL-ARCHIVES.
    OPEN INPUT GENFILE
    IF WS-FS-GEN = 35
       MOVE 'Y' TO WS-GEN-EOF-SW
    ELSE
       PERFORM CHECK-FS-GEN
    END-IF
    PERFORM UNTIL GEN-EOF-SW
       READ GENFILE
          AT END MOVE 'Y' TO WS-GEN-EOF-SW
       END-READ
       PERFORM CHECK-FS-GEN
       IF NOT-GEN-EOF-SW AND GEN-BASE-NAME = 'STDJRNL'
          IF STUDENT-MODE OR GEN-RUN-DATE >= WS-FROM-DATE
             MOVE GEN-FILE-NAME TO WS-JRNL-NAME
             OPEN INPUT JRNLFILE
             IF WS-FS-JRNL = 35
                DISPLAY 'JOURNAL ARCHIVE ' WS-JRNL-NAME ' NOT FOUND - SKIPPED'
             ELSE
                PERFORM CHECK-FS-JRNL
                ADD 1 TO WS-ARCH-READ-COUNT
                PERFORM READ-JOURNAL-FILE
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF WS-FS-GEN NOT = 35
       CLOSE GENFILE
       PERFORM CHECK-FS-GEN
    END-IF.
READ-JOURNAL-FILE.
    MOVE 'N' TO WS-EOF-SW
    PERFORM UNTIL EOF-SW
       READ JRNLFILE
          AT END MOVE 'Y' TO WS-EOF-SW
       END-READ
       PERFORM CHECK-FS-JRNL
       IF NOT-EOF-SW AND NOT SJRN-CUTOVER
          ADD 1 TO WS-ROW-COUNT
          PERFORM SELECT-JOURNAL-ENTRY
          IF ENTRY-MATCHES
             PERFORM WRITE-HISTORY-ENTRY
          END-IF
       END-IF
    END-PERFORM
    CLOSE JRNLFILE
    PERFORM CHECK-FS-JRNL.
*> The student is the one in the after image, except on a DELETE,
*> where only the before image is filled in.
SELECT-JOURNAL-ENTRY.
    MOVE 'N' TO WS-MATCH-SW
    MOVE SJRN-BEFORE-IMAGE TO WS-OLD-STD
    MOVE SJRN-AFTER-IMAGE TO WS-NEW-STD
    IF SJRN-DELETE
       MOVE STD-NO OF WS-OLD-STD TO WS-ENTRY-STD-NO
    ELSE
       MOVE STD-NO OF WS-NEW-STD TO WS-ENTRY-STD-NO
    END-IF
    MOVE SJRN-TIMESTAMP TO WS-STAMP-VIEW
    IF STUDENT-MODE
       IF WS-ENTRY-STD-NO = WS-INQ-STD-NO
          MOVE 'Y' TO WS-MATCH-SW
       END-IF
    ELSE
       IF WS-STAMP-DATE >= WS-FROM-DATE AND WS-STAMP-DATE <= WS-TO-DATE
          MOVE 'Y' TO WS-MATCH-SW
       END-IF
    END-IF.
WRITE-HISTORY-ENTRY.
    ADD 1 TO WS-MATCH-COUNT
    EVALUATE TRUE
       WHEN SJRN-ADD
          ADD 1 TO WS-ADD-COUNT
       WHEN SJRN-UPDATE
          ADD 1 TO WS-UPDATE-COUNT
       WHEN SJRN-DELETE
          ADD 1 TO WS-DELETE-COUNT
    END-EVALUATE
    IF WS-LINE-COUNT = 0
       PERFORM WRITE-PAGE-HEADER
    END-IF
    MOVE SPACES TO WS-DETAIL-LINE
    STRING WS-STAMP-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-STAMP-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-STAMP-YYYY DELIMITED BY SIZE
       INTO WS-DTL-DATE
    END-STRING
    STRING WS-STAMP-HH DELIMITED BY SIZE
       ':' DELIMITED BY SIZE
       WS-STAMP-MI DELIMITED BY SIZE
       ':' DELIMITED BY SIZE
       WS-STAMP-SS DELIMITED BY SIZE
       INTO WS-DTL-TIME
    END-STRING
    MOVE SJRN-ACTION TO WS-DTL-ACTION
    MOVE WS-ENTRY-STD-NO TO WS-DTL-STD-NO
    IF SJRN-DELETE
       MOVE STD-NAME OF WS-OLD-STD TO WS-DTL-NAME
    ELSE
       MOVE STD-NAME OF WS-NEW-STD TO WS-DTL-NAME
    END-IF
    MOVE SJRN-OPERATOR TO WS-DTL-OPERATOR
    MOVE SJRN-PROGRAM TO WS-DTL-PROGRAM
    MOVE WS-DETAIL-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE
    IF SJRN-UPDATE
       PERFORM LIST-CHANGED-FIELDS
    END-IF.
*> Names are compared and shown as the whole last-name-first group
*> so a change to either part reads as one change of name.
LIST-CHANGED-FIELDS.
    MOVE ZERO TO WS-CHANGE-COUNT
    IF STD-NAME OF WS-OLD-STD NOT = STD-NAME OF WS-NEW-STD
       MOVE SPACES TO WS-CHANGE-LINE
       MOVE 'NAME' TO WS-CHG-FIELD
       MOVE STD-NAME OF WS-OLD-STD TO WS-CHG-OLD
       MOVE STD-NAME OF WS-NEW-STD TO WS-CHG-NEW
       PERFORM WRITE-CHANGE-LINE
    END-IF
    IF STD-GENDER OF WS-OLD-STD NOT = STD-GENDER OF WS-NEW-STD
       MOVE SPACES TO WS-CHANGE-LINE
       MOVE 'GENDER' TO WS-CHG-FIELD
       MOVE STD-GENDER OF WS-OLD-STD TO WS-CHG-OLD
       MOVE STD-GENDER OF WS-NEW-STD TO WS-CHG-NEW
       PERFORM WRITE-CHANGE-LINE
    END-IF
    IF STD-DOB OF WS-OLD-STD NOT = STD-DOB OF WS-NEW-STD
       MOVE SPACES TO WS-CHANGE-LINE
       MOVE 'DATE OF BIRTH' TO WS-CHG-FIELD
       MOVE STD-DOB OF WS-OLD-STD TO WS-DATE-IN
       PERFORM FORMAT-CHANGE-DATE
       MOVE WS-DATE-OUT TO WS-CHG-OLD
       MOVE STD-DOB OF WS-NEW-STD TO WS-DATE-IN
       PERFORM FORMAT-CHANGE-DATE
       MOVE WS-DATE-OUT TO WS-CHG-NEW
       PERFORM WRITE-CHANGE-LINE
    END-IF
    IF STD-STATUS-CD OF WS-OLD-STD NOT = STD-STATUS-CD OF WS-NEW-STD
       MOVE SPACES TO WS-CHANGE-LINE
       MOVE 'STATUS' TO WS-CHG-FIELD
       MOVE STD-STATUS-CD OF WS-OLD-STD TO WS-CODE-IN
       PERFORM DESCRIBE-STATUS-CODE
       MOVE WS-CODE-OUT TO WS-CHG-OLD
       MOVE STD-STATUS-CD OF WS-NEW-STD TO WS-CODE-IN
       PERFORM DESCRIBE-STATUS-CODE
       MOVE WS-CODE-OUT TO WS-CHG-NEW
       PERFORM WRITE-CHANGE-LINE
    END-IF
    IF STD-EFF-DATE OF WS-OLD-STD NOT = STD-EFF-DATE OF WS-NEW-STD
       MOVE SPACES TO WS-CHANGE-LINE
       MOVE 'EFFECTIVE DATE' TO WS-CHG-FIELD
       MOVE STD-EFF-DATE OF WS-OLD-STD TO WS-DATE-IN
       PERFORM FORMAT-CHANGE-DATE
       MOVE WS-DATE-OUT TO WS-CHG-OLD
       MOVE STD-EFF-DATE OF WS-NEW-STD TO WS-DATE-IN
       PERFORM FORMAT-CHANGE-DATE
       MOVE WS-DATE-OUT TO WS-CHG-NEW
       PERFORM WRITE-CHANGE-LINE
    END-IF
    IF STD-CAMPUS-CD OF WS-OLD-STD NOT = STD-CAMPUS-CD OF WS-NEW-STD
       MOVE SPACES TO WS-CHANGE-LINE
       MOVE 'CAMPUS' TO WS-CHG-FIELD
       MOVE STD-CAMPUS-CD OF WS-OLD-STD TO WS-CODE-IN
       PERFORM DESCRIBE-CAMPUS-CODE
       MOVE WS-CODE-OUT TO WS-CHG-OLD
       MOVE STD-CAMPUS-CD OF WS-NEW-STD TO WS-CODE-IN
       PERFORM DESCRIBE-CAMPUS-CODE
       MOVE WS-CODE-OUT TO WS-CHG-NEW
       PERFORM WRITE-CHANGE-LINE
    END-IF
    IF WS-CHANGE-COUNT = ZERO
       MOVE '    NO FIELD CHANGED' TO RPT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.
WRITE-CHANGE-LINE.
    ADD 1 TO WS-CHANGE-COUNT
    MOVE WS-CHANGE-LINE TO RPT-LINE
    PERFORM WRITE-REPORT-LINE.
FORMAT-CHANGE-DATE.
    MOVE SPACES TO WS-DATE-OUT
    STRING WS-DATE-IN-MM DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-DATE-IN-DD DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       WS-DATE-IN-YYYY DELIMITED BY SIZE
       INTO WS-DATE-OUT
    END-STRING.
DESCRIBE-STATUS-CODE.
    EVALUATE WS-CODE-IN
       WHEN 'A'
          MOVE 'A (ACTIVE)' TO WS-CODE-OUT
       WHEN 'I'
          MOVE 'I (INACTIVE)' TO WS-CODE-OUT
       WHEN 'G'
          MOVE 'G (GRADUATED)' TO WS-CODE-OUT
       WHEN OTHER
          MOVE WS-CODE-IN TO WS-CODE-OUT
    END-EVALUATE.
DESCRIBE-CAMPUS-CODE.
    EVALUATE WS-CODE-IN
       WHEN 'N'
          MOVE 'N (NORTH)' TO WS-CODE-OUT
       WHEN 'S'
          MOVE 'S (SOUTH)' TO WS-CODE-OUT
       WHEN OTHER
          MOVE WS-CODE-IN TO WS-CODE-OUT
    END-EVALUATE.
WRITE-PAGE-HEADER.
    ADD 1 TO WS-PAGE-NO
    MOVE WS-RUN-DATE-DISPLAY TO WS-HDR-DATE
    MOVE WS-PAGE-NO TO WS-HDR-PAGE
    MOVE WS-PAGE-HEADER TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-SELECT-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE WS-DETAIL-COLUMNS TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
WRITE-REPORT-LINE.
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    ADD 1 TO WS-LINE-COUNT
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
       MOVE ZERO TO WS-LINE-COUNT
    END-IF.
WRITE-HISTORY-TOTALS.
    MOVE SPACES TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'ADDS LISTED             ' TO WS-TOT-LABEL
    MOVE WS-ADD-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'UPDATES LISTED          ' TO WS-TOT-LABEL
    MOVE WS-UPDATE-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'DELETES LISTED          ' TO WS-TOT-LABEL
    MOVE WS-DELETE-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'JOURNAL RECORDS READ    ' TO WS-TOT-LABEL
    MOVE WS-ROW-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT
    MOVE SPACES TO WS-TOTAL-LINE
    MOVE 'JOURNAL ARCHIVES READ   ' TO WS-TOT-LABEL
    MOVE WS-ARCH-READ-COUNT TO WS-TOT-COUNT
    MOVE WS-TOTAL-LINE TO RPT-LINE
    WRITE RPT-LINE
    PERFORM CHECK-FS-RPT.
CHECK-FS-JRNL.
    IF WS-FS-JRNL NOT = 00 AND WS-FS-JRNL NOT = 10
       DISPLAY 'JRNLFILE (' WS-JRNL-NAME ') I-O ERROR, FILE STATUS = '
          WS-FS-JRNL
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-GEN.
    IF WS-FS-GEN NOT = 00 AND WS-FS-GEN NOT = 10
       DISPLAY 'GENFILE (GENLOG) I-O ERROR, FILE STATUS = ' WS-FS-GEN
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
CHECK-FS-RPT.
    IF WS-FS-RPT NOT = 00
       DISPLAY 'RPTFILE (HISTRPT) I-O ERROR, FILE STATUS = ' WS-FS-RPT
       MOVE 16 TO RETURN-CODE
       GOBACK
    END-IF.
