      *> Statutory rate set - one line per effective date, kept in
      *> ascending date order by RateMaint, which logs a before and
      *> after image of every change (see RATELOG). A set is in
      *> force from RTP-EFF-DATE until the day before the next
      *> set's date: the pay run uses the set in force on the end
      *> date of the period it pays (see PAYCAL), and the void leg
      *> of an adjustment the set in force on the original pay
      *> date, so a January law change is a keyed line, not a
      *> recompile, and a December payment voided in January backs
      *> out exactly what December withheld.
      *> The six withholding brackets follow the TAXTABLE method:
      *> tax = BASE + ((gross - MIN) * RATE) for the bracket whose
      *> MIN/MAX range holds the gross. The rates are the employee
      *> and employer shares of DEDUCT, the overtime factor the
      *> multiplier on hours past the regular week, and the
      *> accruals the vacation and sick days earned per paid period.
      *> Bracket amounts, the standard health amount and the
      *> accruals are weekly figures; a pay group on a longer cycle
      *> gets them scaled by its periods per year (see PAYGRP).
       01  RATE-PARAMETER-RECORD.
           05  RTP-EFF-DATE        PIC 9(8).
           05  FILLER              PIC X(2).
           05  RTP-BRACKET OCCURS 6 TIMES.
               10  RTP-BRK-MIN     PIC 9(8)V99.
               10  RTP-BRK-MAX     PIC 9(8)V99.
               10  RTP-BRK-BASE    PIC 9(8)V99.
               10  RTP-BRK-RATE    PIC V999.
               10  FILLER          PIC X(1).
           05  FILLER              PIC X(1).
           05  RTP-SS-RATE         PIC V999.
           05  FILLER              PIC X(1).
           05  RTP-HEALTH-STD      PIC 9(6)V99.
           05  FILLER              PIC X(1).
           05  RTP-PENSION-RATE    PIC V999.
           05  FILLER              PIC X(1).
           05  RTP-ER-SS-RATE      PIC V999.
           05  FILLER              PIC X(1).
           05  RTP-ER-PENSION-RATE PIC V999.
           05  FILLER              PIC X(1).
           05  RTP-OVERTIME-FACTOR PIC 9V99.
           05  FILLER              PIC X(1).
           05  RTP-VAC-ACCRUAL     PIC 9V99.
           05  FILLER              PIC X(1).
           05  RTP-SICK-ACCRUAL    PIC 9V99.
