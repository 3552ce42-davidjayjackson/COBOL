       01  JrnlActionCode PIC X(06) VALUE SPACES.
       01  BeforeImage PIC X(80) VALUE SPACES.
       01  AfterImage PIC X(80) VALUE SPACES.
       01  TimeOfDay PIC 9(8) VALUE ZERO.
       01  JrnlStamp.
           02  JrnlStampDate PIC 9(8).
           02  JrnlStampTime PIC 9(6).
       01  SurvivorIdent PIC 9(5) VALUE ZERO.
       01  DuplicateIdent PIC 9(5) VALUE ZERO.
       01  SurvivorRec PIC X(80) VALUE SPACES.
       01  SurvivorView REDEFINES SurvivorRec.
           02  SrvIdent PIC 9(5).
           02  SrvName PIC X(20).
           02  SrvDateOfBirth.
               03  SrvMOB PIC 99.
               03  SrvDOB PIC 99.
               03  SrvYOB PIC 9(4).
           02  SrvStatus PIC X(01).
           02  FILLER PIC X(46).
       01  DuplicateRec PIC X(80) VALUE SPACES.
       01  DuplicateView REDEFINES DuplicateRec.
           02  DupIdent PIC 9(5).
           02  DupName PIC X(20).
           02  DupDateOfBirth.
               03  DupMOB PIC 99.
               03  DupDOB PIC 99.
               03  DupYOB PIC 9(4).
           02  DupStatus PIC X(01).
           02  FILLER PIC X(46).
       01  MergeAnswer PIC X(01) VALUE "N".
           88  MergeConfirmed VALUE "Y".
       01  MoreAnswer PIC X(01) VALUE "Y".
           MOVE SPACES TO JrnlRec
           MOVE JrnlActionCode TO JrnlAction
           ACCEPT JrnlStampDate FROM DATE YYYYMMDD
           ACCEPT TimeOfDay FROM TIME
           MOVE TimeOfDay (1:6) TO JrnlStampTime
           MOVE JrnlStamp TO JrnlTimestamp
           MOVE BeforeImage TO JrnlBeforeImage
           MOVE AfterImage TO JrnlAfterImage
