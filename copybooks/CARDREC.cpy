      *> Shared timecard record layout for the TIMECARD file keyed by
      *> payroll, edited by TIMEEDIT and, once approved, paid by
      *> PAYROLL.  One card per hourly employee per week-ending date
      *> carries the week's hours.  The seven daily hour fields are
      *> optional: a card keyed with them is held to the daily hour
      *> ceiling and the days must add up to the week; a card keyed
      *> without them leaves the area blank and is held to the weekly
      *> ceiling alone.
       01  CardRec.
           02  CardEmpId PIC 9(3).
           02  FILLER PIC X(01).
           02  CardWeekEnding PIC 9(8).
           02  FILLER PIC X(01).
           02  CardHours PIC 9(2)V9.
           02  FILLER PIC X(01).
           02  CardDailyHours.
               03  CardDayHours PIC 9(2)V9 OCCURS 7 TIMES.
           02  FILLER PIC X(42).
