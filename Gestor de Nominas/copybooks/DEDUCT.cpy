      *> are signed and set afresh for every record by
      *> 2260-CALCULATE-DEDUCTIONS, so an adjustment leg can negate
      *> them without the standing DED-HEALTH-INSURANCE-STD amount
      *> ever being disturbed. The rates and the standard health
      *> amount come from the rate set in force (see RATEPARM).
       01  DEDUCTIONS-RECORD.
           05  DED-SOCIAL-SECURITY-RATE  PIC V999.
           05  DED-SOCIAL-SECURITY-AMT   PIC S9(6)V99.
           05  DED-HEALTH-INSURANCE-STD  PIC 9(6)V99.
           05  DED-HEALTH-INSURANCE-AMT  PIC S9(6)V99.
           05  DED-PENSION-RATE          PIC V999.
           05  DED-PENSION-AMT           PIC S9(6)V99.
           05  DED-TOTAL-AMT             PIC S9(6)V99.
      *> Employer-side contributions on the same gross - the
      *> the per-cost-center accumulators into their own GL
      *> debit/credit pairs and the register's employer-cost block,
      *> so a department's true labor cost comes out of one run.
           05  DED-ER-SOCIAL-SEC-RATE    PIC V999.
           05  DED-ER-SOCIAL-SEC-AMT     PIC S9(6)V99.
           05  DED-ER-PENSION-RATE       PIC V999.
           05  DED-ER-PENSION-AMT        PIC S9(6)V99.
           05  DED-ER-TOTAL-AMT          PIC S9(6)V99.
