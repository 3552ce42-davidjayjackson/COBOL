      *> CUSTMAINT on every add/update/delete and replayed by the
      *> CUSTRCVR forward-recovery program, so the two can never
      *> drift apart.  Carries the operator action, a timestamp and
      *> the full before and after images of CustRec.  A CUTOVR
      *> record is the cutover marker JRNLCUT writes at each CUSTUNLD
      *> backup; its layout is CUTREC.
       01  JrnlRec.
           02  JrnlAction     PIC X(06).
               88  JrnlAdd        VALUE "ADD".
               88  JrnlUpdate     VALUE "UPDATE".
               88  JrnlDelete     VALUE "DELETE".
               88  JrnlCutover    VALUE "CUTOVR".
           02  FILLER         PIC X(01).
           02  JrnlTimestamp  PIC X(14).
           02  FILLER         PIC X(01).
