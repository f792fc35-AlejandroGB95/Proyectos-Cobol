           05  BCT-RECORD-COUNT    PIC 9(6).
           05  FILLER              PIC X(2).
           05  BCT-HOURS-TOTAL     PIC 9(9).
      *> Pay group whose input file was edited (see PAYGRP) - the
      *> pay run of another group must never consume the approval.
           05  FILLER              PIC X(2).
           05  BCT-PAY-GROUP       PIC X(3).
