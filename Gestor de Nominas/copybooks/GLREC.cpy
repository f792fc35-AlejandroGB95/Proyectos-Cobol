      *> day the run happened to execute.
           05  FILLER              PIC X(2).
           05  GL-PERIOD-ID        PIC 9(6).
      *> Pay group of the run (see PAYGRP) - each group's period
      *> numbering is its own, so the period alone is ambiguous.
           05  FILLER              PIC X(2).
           05  GL-PAY-GROUP        PIC X(3).
