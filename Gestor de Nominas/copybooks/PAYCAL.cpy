      *> being paid is the earliest one not yet paid, which is what
      *> stops one period being paid twice from two different files
      *> or a week being skipped silently.
      *> Every pay group keeps its own calendar (see PAYGRP), so
      *> the weekly and the monthly cycle never gate each other.
       01  PAY-CALENDAR-RECORD.
           05  CAL-PERIOD-ID       PIC 9(6).
           05  FILLER              PIC X(2).
