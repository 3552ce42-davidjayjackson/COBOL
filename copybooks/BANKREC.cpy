      *> Shared employee bank-account record layout for the BANKMSTR
      *> file, maintained by BANKMAINT and read by PAYROLL to route
      *> each employee's net pay to the bank transfer file.  One
      *> record per employee; an employee with no record is paid by
      *> paper check.
       01  BankRec.
           02  BankEmpId      PIC 9(3).
           02  BankRouting    PIC 9(9).
           02  BankRoutingDigits REDEFINES BankRouting.
               03  BankRoutingDigit PIC 9 OCCURS 9 TIMES.
           02  BankAccount    PIC X(17).
           02  BankAcctType   PIC X(01).
               88  BankChecking  VALUE "C".
               88  BankSavings   VALUE "S".
           02  FILLER         PIC X(50).
